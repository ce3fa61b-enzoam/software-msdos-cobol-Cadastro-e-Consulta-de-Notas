      *              do mes), mensal.dat (inadimplencia da
      *              competencia e caixa recebido no mes) e bolsa.dat
      *              (custo estimado da bolsa), cada indicador com o
      *              mesmo mes do ano anterior ao lado; pode
      *              emitir da foto do mes (FOTOALU.DAT do FOTOMES)
      *              para repetir os numeros ja entregues
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            EMISSAO A PARTIR DA FOTO DO MES

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-BOLSA
                       FILE STATUS STATUS-BOLSA.

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
           05  FIM-BOLSA               PIC 9(06).
           05  FILLER                  PIC X(03).

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

       01  STATUS-MENS         PIC X(02) VALUE SPACES.
       01  STATUS-BOLSA        PIC X(02) VALUE SPACES.
       01  WS-SEM-BOLSA        PIC X VALUE 'N'.
       01  STATUS-FOTO         PIC X(02) VALUE SPACES.
       01  STATUS-FCAT         PIC X(02) VALUE SPACES.
       01  WS-SEM-FOTO         PIC X VALUE 'N'.
       01  WS-USA-FOTO         PIC X VALUE 'N'.
       01  WS-SEM-FOTO-ANT     PIC X VALUE 'N'.
       01  WS-DATA-FOTO        PIC 9(08) VALUE ZEROS.
       01  WS-ANO-FOTO         PIC 9(04) VALUE ZEROS.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(55) VALUE SPACES.
       01  ANO-REF             PIC 9(04) VALUE ZEROS.
       01  WS-RESTO            PIC 9(08) VALUE ZEROS.

       01  IND-ATIVOS          PIC 9(05) VALUE ZEROS.
       01  ATIVOS-ANT          PIC 9(05) VALUE ZEROS.
       01  MAT-ATU             PIC 9(05) VALUE ZEROS.
       01  MAT-ANT             PIC 9(05) VALUE ZEROS.
       01  CANC-ATU            PIC 9(05) VALUE ZEROS.
       01  BOLSA-ANT           PIC 9(09)V99 VALUE ZEROS.
       01  WS-DESCONTO         PIC 9(05)V99 VALUE ZEROS.
       01  WS-BASE             PIC 9(03)V99 VALUE ZEROS.
       01  FOT-ATIVOS          PIC 9(05) VALUE ZEROS.
       01  FOT-MAT             PIC 9(05) VALUE ZEROS.
       01  FOT-CANC            PIC 9(05) VALUE ZEROS.
       01  FOT-EVAS            PIC 9(05) VALUE ZEROS.
       01  FOT-COMP-TOT        PIC 9(09)V99 VALUE ZEROS.
       01  FOT-COMP-ABE        PIC 9(09)V99 VALUE ZEROS.
       01  FOT-CAIXA           PIC 9(09)V99 VALUE ZEROS.
       01  FOT-BOLSA           PIC 9(09)V99 VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
           '     (AO LADO O ANO ANTERIOR)'.

       01  CAB3.
           05 FILLER               PIC X(30) VALUE
           'FONTE: FOTO DO MES TIRADA EM '.
           05 DIA-CAB3             PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 MES-CAB3             PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 ANO-CAB3             PIC 9(04).
           05 OBS-CAB3             PIC X(30) VALUE SPACES.

       01  DET-N.
           05 TITULO-DETN          PIC X(30).
           05 VALOR-DETN           PIC ZZ.ZZ9.
           OPEN INPUT BOLSACAD
           IF STATUS-BOLSA NOT = '00'
              MOVE 'S' TO WS-SEM-BOLSA.
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
           DISPLAY (02 02) 'RELDIR'
           DISPLAY (02 22) 'INDICADORES MENSAIS DA DIRECAO'
           DISPLAY (02 73) 'VRS 1.1'
           DISPLAY (05 10)
             'ANO [    ]  MES [  ]  DA FOTO DO MES S/N [ ]'.

       0300-PARAMETROS.
           ACCEPT (05 15) ANO-REF WITH PROMPT AUTO-SKIP
           IF MES-REF < 1 OR > 12
              DISPLAY (22 10) 'MES INVALIDO'
              GO TO 0300-PARAMETROS.
           MOVE 'N' TO WS-USA-FOTO
           ACCEPT (05 52) WS-USA-FOTO WITH PROMPT AUTO-SKIP
           IF WS-USA-FOTO = 's'
              MOVE 'S' TO WS-USA-FOTO.
           IF WS-USA-FOTO NOT = 'S'
              MOVE 'N' TO WS-USA-FOTO.
           MOVE ANO-REF TO ANO-ANT
           SUBTRACT 1 FROM ANO-ANT
           MOVE ANO-REF TO WS-AAMM-ATU
              REMAINDER WS-YYMM-ANT
           MULTIPLY 100 BY WS-YYMM-ANT
           ADD MES-REF TO WS-YYMM-ANT.
           IF WS-USA-FOTO = 'N'
              GO TO 0350-CONFIRMA.
           IF WS-SEM-FOTO = 'S'
              DISPLAY (22 10) 'NAO HA FOTOS - RODE O FOTOMES'
              GO TO 0300-PARAMETROS.
           MOVE ANO-REF TO ANO-FCAT
           MOVE MES-REF TO MES-FCAT
           READ FOTOCAT INVALID KEY
              DISPLAY (22 10) 'MES SEM FOTO - RODE O FOTOMES'
              GO TO 0300-PARAMETROS.
           MOVE DATA-FCAT TO WS-DATA-FOTO
           MOVE 'N' TO WS-SEM-FOTO-ANT
           MOVE ANO-ANT TO ANO-FCAT
           READ FOTOCAT INVALID KEY
              MOVE 'S' TO WS-SEM-FOTO-ANT.

       0350-CONFIRMA.
           DISPLAY (07 10) 'CONFIRMA A EMISSAO (S OU N)  [ ]'
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0350-CONFIRMA.
           MOVE ZEROS TO ATIVOS-ANT
           IF WS-USA-FOTO = 'S'
              GO TO 0700-FOTO.

      * ALUNOS: ATIVOS (FOTO ATUAL) E EVASAO DO MES PELA DATA DA
      * MUDANCA DE SITUACAO

       0659-FIM-BOLSA. EXIT.

      * FOTO DO MES: OS MESMOS INDICADORES SOMADOS DO FOTOALU.DAT,
      * O ANO ANTERIOR DA FOTO DO MESMO MES (SEM ELA, FICA ZERADO)
       0700-FOTO.
           MOVE ANO-REF TO WS-ANO-FOTO
           PERFORM 0710-SOMA-FOTO THRU 0729-FIM-SOMA
           MOVE FOT-ATIVOS TO IND-ATIVOS
           MOVE FOT-MAT TO MAT-ATU
           MOVE FOT-CANC TO CANC-ATU
           MOVE FOT-EVAS TO EVAS-ATU
           MOVE FOT-COMP-TOT TO COMP-TOT-ATU
           MOVE FOT-COMP-ABE TO COMP-ABE-ATU
           MOVE FOT-CAIXA TO CAIXA-ATU
           MOVE FOT-BOLSA TO BOLSA-ATU
           MOVE ZEROS TO FOT-ATIVOS FOT-MAT FOT-CANC FOT-EVAS
                         FOT-COMP-TOT FOT-COMP-ABE FOT-CAIXA
                         FOT-BOLSA
           IF WS-SEM-FOTO-ANT NOT = 'S'
              MOVE ANO-ANT TO WS-ANO-FOTO
              PERFORM 0710-SOMA-FOTO THRU 0729-FIM-SOMA.
           MOVE FOT-ATIVOS TO ATIVOS-ANT
           MOVE FOT-MAT TO MAT-ANT
           MOVE FOT-CANC TO CANC-ANT
           MOVE FOT-EVAS TO EVAS-ANT
           MOVE FOT-COMP-TOT TO COMP-TOT-ANT
           MOVE FOT-COMP-ABE TO COMP-ABE-ANT
           MOVE FOT-CAIXA TO CAIXA-ANT
           MOVE FOT-BOLSA TO BOLSA-ANT
           GO TO 0800-IMPRIME.

       0710-SOMA-FOTO.
           MOVE ZEROS TO FOT-ATIVOS FOT-MAT FOT-CANC FOT-EVAS
                         FOT-COMP-TOT FOT-COMP-ABE FOT-CAIXA
                         FOT-BOLSA
           MOVE WS-ANO-FOTO TO WS-AAMM-REG
           MULTIPLY 100 BY WS-AAMM-REG
           ADD MES-REF TO WS-AAMM-REG
           MOVE WS-ANO-FOTO TO ANO-FOTO
           MOVE MES-REF TO MES-FOTO
           MOVE ZEROS TO CURSO-FOTO ALUNO-FOTO
           START FOTOALU KEY NOT LESS THAN CHAVE-FOTO INVALID KEY
              GO TO 0729-FIM-SOMA.

       0720-LE-FOTO.
           READ FOTOALU NEXT
           IF STATUS-FOTO NOT = '00'
              GO TO 0729-FIM-SOMA.
           IF ANO-FOTO NOT = WS-ANO-FOTO OR MES-FOTO NOT = MES-REF
              GO TO 0729-FIM-SOMA.
           IF FOTO-ATIVO
              ADD 1 TO FOT-ATIVOS.
           IF FOTO-DESISTENTE
              DIVIDE DATA-SIT-FOTO BY 100 GIVING WS-TRAB
              IF WS-TRAB = WS-AAMM-REG
                 ADD 1 TO FOT-EVAS.
           ADD MAT-MES-FOTO TO FOT-MAT
           ADD CANC-MES-FOTO TO FOT-CANC
           ADD VAL-COMP-FOTO TO FOT-COMP-TOT
           ADD ABE-COMP-FOTO TO FOT-COMP-ABE
           ADD PAGO-MES-FOTO TO FOT-CAIXA
           ADD BOLSA-COMP-FOTO TO FOT-BOLSA
           GO TO 0720-LE-FOTO.

       0729-FIM-SOMA. EXIT.

       0800-IMPRIME.
           MOVE ZEROS TO INAD-ATU INAD-ANT
           IF COMP-TOT-ATU NOT = ZEROS
           MOVE MES-REF TO MES-CAB2
           MOVE ANO-REF TO ANO-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           IF WS-USA-FOTO = 'S'
              MOVE WS-DATA-FOTO (7:2) TO DIA-CAB3
              MOVE WS-DATA-FOTO (5:2) TO MES-CAB3
              MOVE WS-DATA-FOTO (1:4) TO ANO-CAB3
              MOVE SPACES TO OBS-CAB3
              IF WS-SEM-FOTO-ANT = 'S'
                 MOVE '  (ANO ANTERIOR SEM FOTO)' TO OBS-CAB3.
           IF WS-USA-FOTO = 'S'
              WRITE REG-ORELATO FROM CAB3 AFTER 1.
           WRITE REG-ORELATO FROM SPACES AFTER 1

           MOVE 'ALUNOS ATIVOS (HOJE)......:' TO TITULO-DETN
           IF WS-USA-FOTO = 'S'
              MOVE 'ALUNOS ATIVOS (FOTO)......:' TO TITULO-DETN.
           MOVE IND-ATIVOS TO VALOR-DETN
           MOVE ATIVOS-ANT TO ANTER-DETN
           WRITE REG-ORELATO FROM DET-N AFTER 2

           MOVE 'MATRICULAS NO MES.........:' TO TITULO-DETN
       0990-FIM.
           IF WS-SEM-BOLSA NOT = 'S'
              CLOSE BOLSACAD.
           IF WS-SEM-FOTO NOT = 'S'
              CLOSE FOTOALU
                    FOTOCAT.
           CLOSE CADALUNO
                 MATRIC
                 MENSCAD

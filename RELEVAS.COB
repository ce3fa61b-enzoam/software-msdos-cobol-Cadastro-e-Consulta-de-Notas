      *                UM PERIODO POR CURSO COM A DATA DA DESISTENCIA,
      *                O QUANTO CURSARAM (CADNOTAS.DAT) E SE SAIRAM
      *                DEVENDO MENSALIDADES (mensal.dat), COM RESUMO
      *                POR CURSO E SEMESTRE PARA A DIRECAO; PODE
      *                EMITIR DA FOTO DE UM MES (FOTOALU.DAT DO
      *                FOTOMES) PARA REPETIR OS NUMEROS JA ENTREGUES
      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            EMISSAO A PARTIR DA FOTO DO MES

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

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

           SELECT SORTEVA ASSIGN TO DISK.

           SELECT RELEVA ASSIGN TO PRINTER.
           05  NOSSO-NUMERO            PIC 9(10).
           05  FILLER                  PIC X(05).

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

       SD  SORTEVA
           VALUE OF FILE-ID 'RELEVAS.TMP'.

           05  ALUNO-SD                PIC 9(06).
           05  NOME-SD                 PIC X(35).
           05  DATA-SD                 PIC 9(08).
           05  QTD-AB-SD               PIC 9(03).
           05  VAL-AB-SD               PIC 9(06)V99.

       FD  RELEVA
           LABEL RECORD OMITTED.
       01  STATUS-CADNT            PIC X(02) VALUE SPACE.
       01  STATUS-MENS             PIC X(02) VALUE SPACE.
       01  WS-SEM-MENSAL           PIC X VALUE 'N'.
       01  STATUS-FOTO             PIC X(02) VALUE SPACE.
       01  STATUS-FCAT             PIC X(02) VALUE SPACE.
       01  WS-SEM-FOTO             PIC X VALUE 'N'.
       01  WS-USA-FOTO             PIC X VALUE 'N'.
       01  WS-MES-FOTO             PIC 9(02) VALUE ZEROS.
       01  WS-ANO-FOTO             PIC 9(04) VALUE ZEROS.
       01  WS-DATA-FOTO            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-INI             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM             PIC 9(08) VALUE 99999999.
       01  WS-DIA-I                PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE '] '.
           05 NOME-CURSO-CAB2      PIC X(40).

       01  CAB4.
           05 FILLER               PIC X(19) VALUE 'FONTE: FOTO DE'.
           05 MES-CAB4             PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 ANO-CAB4             PIC 9(04).
           05 FILLER               PIC X(12) VALUE ' TIRADA EM '.
           05 DIA-FOTO-CAB4        PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 MES-FOTO-CAB4        PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 ANO-FOTO-CAB4        PIC 9(04).

       01  CAB3.
           05 FILLER               PIC X(44) VALUE
              '[ ALUNO][         NOME         ] [  DATA  ]'.
           IF STATUS-MENS NOT = '00'
              MOVE 'S' TO WS-SEM-MENSAL.

       0180-OPEN-FOTO.
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
           DISPLAY (02 02) 'RELEVAS'
           DISPLAY (02 28) 'RELATORIO DE EVASAO'
           DISPLAY (02 73) 'VRS 1.1'
           DISPLAY (06 10) 'PERIODO DE [  /  /    ] A [  /  /    ]'
           DISPLAY (08 10) '(ENTER NO PRIMEIRO DIA = TODO O HISTORICO)'
           DISPLAY (10 10) 'DA FOTO DO MES [  /    ]'
           DISPLAY (12 10) '(ENTER NO MES = CADASTRO ATUAL)'.

       0300-PERIODO.
           ACCEPT (06 22) WS-DIA-I WITH PROMPT AUTO-SKIP
           IF WS-DIA-I = ZEROS
              MOVE ZEROS TO WS-DATA-INI
              MOVE 99999999 TO WS-DATA-FIM
              GO TO 0350-FOTO.
           ACCEPT (06 25) WS-MES-I WITH PROMPT AUTO-SKIP
           ACCEPT (06 28) WS-ANO-I WITH PROMPT AUTO-SKIP
           MOVE WS-ANO-I TO WS-DATA-INI (1:4)
              DISPLAY (22 30) 'PERIODO INVALIDO'
              GO TO 0300-PERIODO.

      * FOTO DO MES: DESISTENTES E DEBITO COMO ESTAVAM NO FOTOMES
       0350-FOTO.
           MOVE 'N' TO WS-USA-FOTO
           ACCEPT (10 26) WS-MES-FOTO WITH PROMPT AUTO-SKIP
           IF WS-MES-FOTO = ZEROS
              GO TO 0400-PROCESSA.
           ACCEPT (10 29) WS-ANO-FOTO WITH PROMPT AUTO-SKIP
           IF WS-SEM-FOTO = 'S'
              DISPLAY (22 25) 'NAO HA FOTOS - RODE O FOTOMES'
              GO TO 0350-FOTO.
           MOVE WS-ANO-FOTO TO ANO-FCAT
           MOVE WS-MES-FOTO TO MES-FCAT
           READ FOTOCAT INVALID KEY
              DISPLAY (22 25) 'MES SEM FOTO - RODE O FOTOMES'
              GO TO 0350-FOTO.
           MOVE DATA-FCAT TO WS-DATA-FOTO
           MOVE 'S' TO WS-USA-FOTO.

       0400-PROCESSA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-ANO-ATUAL TO WS-ANO-ATUAL4
           CLOSE RELEVA
           IF WS-SEM-MENSAL NOT = 'S'
              CLOSE MENSCAD.
           IF WS-SEM-FOTO NOT = 'S'
              CLOSE FOTOALU
                    FOTOCAT.
           CLOSE CADCURSO
                 CADALUNO
                 CADNOTAS
           CHAIN 'FACAD.EXE'.

       0500-SELECIONA SECTION.
       0505-INICIO.
           IF WS-USA-FOTO NOT = 'S'
              GO TO 0510-LE-ALUNO.
           MOVE WS-ANO-FOTO TO ANO-FOTO
           MOVE WS-MES-FOTO TO MES-FOTO
           MOVE ZEROS TO CURSO-FOTO ALUNO-FOTO
           START FOTOALU KEY NOT LESS THAN CHAVE-FOTO INVALID KEY
              GO TO 0599-FIM.
           GO TO 0520-LE-FOTO.

       0510-LE-ALUNO.
           READ CADALUNO NEXT
           IF STATUS-ALU NOT = '00'
           MOVE COD-ALUNO TO ALUNO-SD
           MOVE NOME-ALUNO TO NOME-SD
           MOVE DATA-SITUACAO-ALU TO DATA-SD
           MOVE ZEROS TO QTD-AB-SD VAL-AB-SD
           RELEASE REG-SORTEVA
           GO TO 0510-LE-ALUNO.

       0520-LE-FOTO.
           READ FOTOALU NEXT
           IF STATUS-FOTO NOT = '00'
              GO TO 0599-FIM.
           IF ANO-FOTO NOT = WS-ANO-FOTO
              OR MES-FOTO NOT = WS-MES-FOTO
              GO TO 0599-FIM.
           IF NOT FOTO-DESISTENTE
              GO TO 0520-LE-FOTO.
           IF DATA-SIT-FOTO < WS-DATA-INI
              OR DATA-SIT-FOTO > WS-DATA-FIM
              GO TO 0520-LE-FOTO.
           MOVE CURSO-FOTO TO CURSO-SD
           MOVE ALUNO-FOTO TO ALUNO-SD
           MOVE NOME-FOTO TO NOME-SD
           MOVE DATA-SIT-FOTO TO DATA-SD
           MOVE QTD-ABERTAS-FOTO TO QTD-AB-SD
           MOVE VAL-ABERTO-FOTO TO VAL-AB-SD
           RELEASE REG-SORTEVA
           GO TO 0520-LE-FOTO.

       0599-FIM. EXIT.

       0600-EMITE SECTION.
              ADD 1 TO GRP-SEM2.

           PERFORM 0800-CONTA-DISCIPLINAS THRU 0819-FIM-DISC
           IF WS-USA-FOTO = 'S'
              MOVE QTD-AB-SD TO WS-QTD-ABERTAS
              MOVE VAL-AB-SD TO WS-VAL-ABERTO
           ELSE
              PERFORM 0820-CONTA-DEBITO THRU 0839-FIM-DEB.

           MOVE ALUNO-SD TO ALU-DET1
           MOVE NOME-SD TO NOME-DET1
              MOVE 'CURSO NAO CADASTRADO' TO NOME-CURSO.
           MOVE NOME-CURSO TO NOME-CURSO-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           IF WS-USA-FOTO = 'S'
              MOVE WS-MES-FOTO TO MES-CAB4
              MOVE WS-ANO-FOTO TO ANO-CAB4
              MOVE WS-DATA-FOTO (7:2) TO DIA-FOTO-CAB4
              MOVE WS-DATA-FOTO (5:2) TO MES-FOTO-CAB4
              MOVE WS-DATA-FOTO (1:4) TO ANO-FOTO-CAB4
              WRITE REG-ORELATO FROM CAB4 AFTER 1.
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           MOVE 5 TO CONTLIN
           IF WS-USA-FOTO = 'S'
              ADD 1 TO CONTLIN.

       0869-FIM-CAB. EXIT.


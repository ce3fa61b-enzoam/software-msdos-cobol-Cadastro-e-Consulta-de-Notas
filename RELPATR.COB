       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPATR-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : EQUIPAMENTOS POR SALA - consulta em tela dos bens
      *              ativos de uma sala (PATRIM.DAT), para quem monta o
      *              horario (CADHOR) conferir laboratorios, e relatorio
      *              impresso por campus/sala com capacidade, acesso,
      *              quantidade e valor dos bens (filtro opcional por
      *              campus e por tipo de bem)
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRIM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PAT
                       FILE STATUS STATUS-PAT.

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT SORTPAT ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  PATRIM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PATRIM.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-PATRIM.
           05  CHAVE-PAT.
               10  TOMBO-PAT           PIC 9(06).
           05  DESCR-PAT               PIC X(30).
           05  TIPO-PAT                PIC X(01).
               88  TIPO-VALIDO         VALUE 'E' 'I' 'M' 'O'.
           05  DATA-AQUIS-PAT          PIC 9(08).
           05  VALOR-PAT               PIC 9(07)V99.
           05  COD-SALA-PAT            PIC 9(03).
           05  COD-CAMPUS-PAT          PIC 9(02).
           05  SIT-PAT                 PIC X(01).
               88  PAT-ATIVO           VALUE 'A'.
               88  PAT-BAIXADO         VALUE 'B'.
           05  DATA-SIT-PAT            PIC 9(08).
           05  OPER-PAT                PIC X(10).
           05  FILLER                  PIC X(22).

       FD  CADSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SALA.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-CADSALA.
           05  CHAVE-SALA.
               10  COD-SALA            PIC 9(03).
           05  DESCR-SALA              PIC X(30).
           05  CAPACIDADE-SALA         PIC 9(03).
           05  COD-CAMPUS-SALA         PIC 9(02).
           05  ACESSIVEL-SALA          PIC X(01).
               88  SALA-ACESSIVEL      VALUE 'S'.
           05  FILLER                  PIC X(01).

       SD  SORTPAT
           VALUE OF FILE-ID 'RELPATR.TMP'.

       01  REG-SORTPAT.
           05  CAMPUS-SP               PIC 9(02).
           05  SALA-SP                 PIC 9(03).
           05  TIPO-SP                 PIC X(01).
           05  TOMBO-SP                PIC 9(06).
           05  DESCR-SP                PIC X(30).
           05  VALOR-SP                PIC 9(07)V99.

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-PAT          PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  WS-SEM-SALA         PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  SALA-PROC           PIC 9(03) VALUE ZEROS.
       01  CAMPUS-PROC         PIC 9(02) VALUE ZEROS.
       01  TIPO-PROC           PIC X VALUE SPACES.
       01  LIN                 PIC 99 VALUE ZEROS.
       01  WS-QTD-TELA         PIC 9(04) VALUE ZEROS.
       01  FLAG-GRUPO          PIC 9 VALUE ZEROS.
       01  CAMPUS-ANT          PIC 9(02) VALUE ZEROS.
       01  SALA-ANT            PIC 9(03) VALUE ZEROS.
       01  QTD-SALA            PIC 9(04) VALUE ZEROS.
       01  VALOR-SALA          PIC 9(08)V99 VALUE ZEROS.
       01  QTD-GER             PIC 9(05) VALUE ZEROS.
       01  VALOR-GER           PIC 9(09)V99 VALUE ZEROS.
       01  CONT-LOCAIS         PIC 9(04) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  WS-TIPO-W           PIC X VALUE SPACES.
       01  WS-TIPO-DESCR       PIC X(12) VALUE SPACES.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'RELPATR'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(32) VALUE
           'EQUIPAMENTOS POR SALA - CAMPUS'.
           05 CAMPUS-CAB2          PIC X(05).
           05 FILLER               PIC X(07) VALUE ' TIPO '.
           05 TIPO-CAB2            PIC X(12).

       01  CAB-LOCAL.
           05 FILLER               PIC X(07) VALUE 'CAMPUS '.
           05 CAMPUS-CABL          PIC 9(02).
           05 FILLER               PIC X(07) VALUE '  SALA '.
           05 SALA-CABL            PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DESCR-CABL           PIC X(30).
           05 FILLER               PIC X(07) VALUE '  CAP. '.
           05 CAP-CABL             PIC ZZ9.
           05 FILLER               PIC X(12) VALUE '  ACESSIVEL '.
           05 ACES-CABL            PIC X(01).

       01  CAB4.
           05 FILLER               PIC X(22) VALUE
              '  TOMBO   TIPO'.
           05 FILLER               PIC X(34) VALUE 'DESCRICAO'.
           05 FILLER               PIC X(10) VALUE '     VALOR'.

       01  DET1.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOMBO-DET1           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TIPO-DET1            PIC X(12).
           05 DESCR-DET1           PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VALOR-DET1           PIC Z.ZZZ.ZZ9,99.

       01  TOT-LOCAL.
           05 FILLER               PIC X(09) VALUE '  ITENS: '.
           05 QTD-TOTL             PIC ZZZ9.
           05 FILLER               PIC X(10) VALUE '   VALOR: '.
           05 VALOR-TOTL           PIC ZZ.ZZZ.ZZ9,99.

       01  RODAPE1.
           05 FILLER               PIC X(26) VALUE
              'LOCAIS LISTADOS..........:'.
           05 LOC-ROD              PIC ZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(26) VALUE
              'TOTAL DE ITENS...........:'.
           05 QTD-ROD              PIC ZZ.ZZ9.
           05 FILLER               PIC X(10) VALUE '   VALOR: '.
           05 VALOR-ROD            PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT PATRIM
           IF STATUS-PAT NOT = '00'
              DISPLAY (12 20) 'PATRIM.DAT INEXISTENTE (CADPATR)'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELPATR'
           DISPLAY (02 24) 'EQUIPAMENTOS POR SALA'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 10)
             'S=ITENS DA SALA  R=RELATORIO POR LOCAL  F=FIM [ ]'.

       0300-OPCAO.
           ACCEPT (04 57) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'S' OR 's'
              GO TO 0400-SALA.
           IF WS-OPCAO = 'R' OR 'r'
              GO TO 0500-RELATORIO.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0990-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * BENS ATIVOS DE UMA SALA (SALA 000 = DEPOSITO DO CAMPUS)
       0400-SALA.
           DISPLAY (06 10) 'SALA [   ]  CAMPUS [  ]'
           ACCEPT (06 16) SALA-PROC WITH PROMPT AUTO-SKIP
           MOVE ZEROS TO CAMPUS-PROC
           IF SALA-PROC = ZEROS
              ACCEPT (06 30) CAMPUS-PROC WITH PROMPT AUTO-SKIP
              IF CAMPUS-PROC = ZEROS
                 GO TO 0200-TELA.
           DISPLAY (07 10) LIMPA-LINHA
           IF SALA-PROC = ZEROS
              DISPLAY (07 10) 'DEPOSITO DO CAMPUS'
              GO TO 0405-CABECALHO.
           IF WS-SEM-SALA = 'S'
              GO TO 0405-CABECALHO.
           MOVE SALA-PROC TO COD-SALA
           READ CADSALA INVALID KEY
              DISPLAY (22 10) 'SALA NAO CADASTRADA'
              GO TO 0400-SALA.
           DISPLAY (07 10) DESCR-SALA
           DISPLAY (07 42) 'CAP:'
           DISPLAY (07 47) CAPACIDADE-SALA
           DISPLAY (07 52) 'ACESSIVEL:'
           DISPLAY (07 63) ACESSIVEL-SALA
           DISPLAY (06 30) COD-CAMPUS-SALA.

       0405-CABECALHO.
           DISPLAY (08 10) 'TOMBO   TIPO         DESCRICAO'
           MOVE 8 TO LIN
           MOVE ZEROS TO WS-QTD-TELA
           MOVE ZEROS TO CHAVE-PAT
           START PATRIM KEY NOT LESS THAN CHAVE-PAT INVALID KEY
              GO TO 0490-FIM-SALA.

       0410-LE-PAT.
           READ PATRIM NEXT
           IF STATUS-PAT NOT = '00'
              GO TO 0490-FIM-SALA.
           IF NOT PAT-ATIVO OR COD-SALA-PAT NOT = SALA-PROC
              GO TO 0410-LE-PAT.
           IF SALA-PROC = ZEROS AND COD-CAMPUS-PAT NOT = CAMPUS-PROC
              GO TO 0410-LE-PAT.
           ADD 1 TO WS-QTD-TELA
           ADD 1 TO LIN
           IF LIN > 20
              DISPLAY (22 10) 'PRESSIONE [ENTER] P/ CONTINUAR'
              STOP ' '
              DISPLAY (22 10) LIMPA-LINHA
              MOVE 9 TO LIN.
           MOVE TIPO-PAT TO WS-TIPO-W
           PERFORM 0800-DESCR-TIPO THRU 0809-FIM-TIPO
           DISPLAY (LIN , 10) TOMBO-PAT
           DISPLAY (LIN , 18) WS-TIPO-DESCR
           DISPLAY (LIN , 31) DESCR-PAT
           GO TO 0410-LE-PAT.

       0490-FIM-SALA.
           IF WS-QTD-TELA = ZEROS
              DISPLAY (22 10) 'NENHUM BEM ATIVO NESTE LOCAL'.
           STOP ' '
           GO TO 0200-TELA.

      * RELATORIO POR CAMPUS / SALA
       0500-RELATORIO.
           DISPLAY (06 10) 'CAMPUS [  ] (00=TODOS)  TIPO [ ]'
           DISPLAY (06 43) '(BRANCO=TODOS)'
           ACCEPT (06 18) CAMPUS-PROC WITH PROMPT AUTO-SKIP.

       0510-TIPO.
           MOVE SPACES TO TIPO-PROC
           ACCEPT (06 40) TIPO-PROC WITH PROMPT AUTO-SKIP
           IF TIPO-PROC = 'e' MOVE 'E' TO TIPO-PROC.
           IF TIPO-PROC = 'i' MOVE 'I' TO TIPO-PROC.
           IF TIPO-PROC = 'm' MOVE 'M' TO TIPO-PROC.
           IF TIPO-PROC = 'o' MOVE 'O' TO TIPO-PROC.
           IF TIPO-PROC NOT = SPACES AND 'E' AND 'I' AND 'M' AND 'O'
              DISPLAY (22 10) 'TIPO INVALIDO'
              GO TO 0510-TIPO.
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (22 30) 'AGUARDE...'
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG FLAG-GRUPO QTD-GER VALOR-GER
                         CONT-LOCAIS
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           SORT SORTPAT ASCENDING KEY CAMPUS-SP SALA-SP TIPO-SP TOMBO-SP
                INPUT  PROCEDURE 0600-SELECIONA
                OUTPUT PROCEDURE 0700-EMITE
           IF CONTLIN > 53
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE CONT-LOCAIS TO LOC-ROD
           MOVE QTD-GER TO QTD-ROD
           MOVE VALOR-GER TO VALOR-ROD
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           CLOSE RELAT
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (22 10) 'RELATORIO DE EQUIPAMENTOS EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

       0600-SELECIONA SECTION.
       0610-POSICIONA.
           MOVE ZEROS TO CHAVE-PAT
           START PATRIM KEY NOT LESS THAN CHAVE-PAT INVALID KEY
              GO TO 0699-FIM.

       0620-LE-PAT.
           READ PATRIM NEXT
           IF STATUS-PAT NOT = '00'
              GO TO 0699-FIM.
           IF NOT PAT-ATIVO
              GO TO 0620-LE-PAT.
           IF CAMPUS-PROC NOT = ZEROS
              AND COD-CAMPUS-PAT NOT = CAMPUS-PROC
              GO TO 0620-LE-PAT.
           IF TIPO-PROC NOT = SPACES AND TIPO-PAT NOT = TIPO-PROC
              GO TO 0620-LE-PAT.
           MOVE COD-CAMPUS-PAT TO CAMPUS-SP
           MOVE COD-SALA-PAT TO SALA-SP
           MOVE TIPO-PAT TO TIPO-SP
           MOVE TOMBO-PAT TO TOMBO-SP
           MOVE DESCR-PAT TO DESCR-SP
           MOVE VALOR-PAT TO VALOR-SP
           RELEASE REG-SORTPAT
           GO TO 0620-LE-PAT.

       0699-FIM. EXIT.

       0700-EMITE SECTION.
       0710-LE-SORT.
           RETURN SORTPAT AT END
              GO TO 0790-ULTIMO-LOCAL.
           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              MOVE CAMPUS-SP TO CAMPUS-ANT
              MOVE SALA-SP TO SALA-ANT
              PERFORM 0850-CAB-LOCAL THRU 0869-FIM-CAB-LOCAL
              GO TO 0730-DETALHE.
           IF CAMPUS-SP NOT = CAMPUS-ANT OR SALA-SP NOT = SALA-ANT
              PERFORM 0870-TOTAL-LOCAL THRU 0879-FIM-TOTAL
              MOVE CAMPUS-SP TO CAMPUS-ANT
              MOVE SALA-SP TO SALA-ANT
              PERFORM 0850-CAB-LOCAL THRU 0869-FIM-CAB-LOCAL.

       0730-DETALHE.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
              PERFORM 0855-CAB-LOCAL-2 THRU 0869-FIM-CAB-LOCAL.
           MOVE TIPO-SP TO WS-TIPO-W
           PERFORM 0800-DESCR-TIPO THRU 0809-FIM-TIPO
           MOVE TOMBO-SP TO TOMBO-DET1
           MOVE WS-TIPO-DESCR TO TIPO-DET1
           MOVE DESCR-SP TO DESCR-DET1
           MOVE VALOR-SP TO VALOR-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           ADD 1 TO QTD-SALA
           ADD VALOR-SP TO VALOR-SALA
           GO TO 0710-LE-SORT.

       0790-ULTIMO-LOCAL.
           IF FLAG-GRUPO NOT = 0
              PERFORM 0870-TOTAL-LOCAL THRU 0879-FIM-TOTAL.

       0799-FIM. EXIT.

       0800-ROTINAS SECTION.
       0800-DESCR-TIPO.
           MOVE 'OUTRO' TO WS-TIPO-DESCR
           IF WS-TIPO-W = 'E'
              MOVE 'EQUIPAMENTO' TO WS-TIPO-DESCR.
           IF WS-TIPO-W = 'I'
              MOVE 'INFORMATICA' TO WS-TIPO-DESCR.
           IF WS-TIPO-W = 'M'
              MOVE 'MOBILIA' TO WS-TIPO-DESCR.

       0809-FIM-TIPO. EXIT.

       0850-CAB-LOCAL.
           ADD 1 TO CONT-LOCAIS
           MOVE ZEROS TO QTD-SALA VALOR-SALA
           IF CONTLIN > 50
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.

       0855-CAB-LOCAL-2.
           MOVE CAMPUS-ANT TO CAMPUS-CABL
           MOVE SALA-ANT TO SALA-CABL
           MOVE ZEROS TO CAP-CABL
           MOVE SPACES TO ACES-CABL
           MOVE 'DEPOSITO DO CAMPUS' TO DESCR-CABL
           IF SALA-ANT NOT = ZEROS
              MOVE 'SALA NAO CADASTRADA' TO DESCR-CABL.
           IF SALA-ANT NOT = ZEROS AND WS-SEM-SALA = 'N'
              MOVE SALA-ANT TO COD-SALA
              READ CADSALA
              IF STATUS-SALA = '00'
                 MOVE DESCR-SALA TO DESCR-CABL
                 MOVE CAPACIDADE-SALA TO CAP-CABL
                 MOVE ACESSIVEL-SALA TO ACES-CABL.
           WRITE REG-ORELATO FROM CAB-LOCAL AFTER 2
           WRITE REG-ORELATO FROM CAB4 AFTER 1
           ADD 3 TO CONTLIN.

       0869-FIM-CAB-LOCAL. EXIT.

       0870-TOTAL-LOCAL.
           MOVE QTD-SALA TO QTD-TOTL
           MOVE VALOR-SALA TO VALOR-TOTL
           WRITE REG-ORELATO FROM TOT-LOCAL AFTER 1
           ADD 1 TO CONTLIN
           ADD QTD-SALA TO QTD-GER
           ADD VALOR-SALA TO VALOR-GER.

       0879-FIM-TOTAL. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE 'TODOS' TO CAMPUS-CAB2
           IF CAMPUS-PROC NOT = ZEROS
              MOVE CAMPUS-PROC TO CAMPUS-CAB2.
           MOVE 'TODOS' TO TIPO-CAB2
           IF TIPO-PROC NOT = SPACES
              MOVE TIPO-PROC TO WS-TIPO-W
              PERFORM 0800-DESCR-TIPO THRU 0809-FIM-TIPO
              MOVE WS-TIPO-DESCR TO TIPO-CAB2.
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           MOVE 4 TO CONTLIN.

       8099-FIM-CAB. EXIT.

       0990-FIM.
           CLOSE PATRIM
           IF WS-SEM-SALA = 'N'
              CLOSE CADSALA.
           CHAIN 'FACAD.EXE'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINVP-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : DIVERGENCIAS DO INVENTARIO ANUAL DO PATRIMONIO -
      *              confronta a contagem do ano (INVPAT.DAT, digitada
      *              no INVPATR) com o cadastro (PATRIM.DAT) e lista,
      *              por campus e sala contados:
      *              - FALTANTE  : item ativo cadastrado no local e nao
      *                            encontrado na contagem;
      *              - INESPERADO: item contado no local mas cadastrado
      *                            em outro local, baixado ou sem
      *                            cadastro.
      *              Locais sem nenhuma contagem no ano nao entram.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVPAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-INV
                       FILE STATUS STATUS-INV.

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

           SELECT SORTINV ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  INVPAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'INVPAT.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-INVPAT.
           05  CHAVE-INV.
               10  ANO-INV             PIC 9(04).
               10  CAMPUS-INV          PIC 9(02).
               10  SALA-INV            PIC 9(03).
               10  TOMBO-INV           PIC 9(06).
           05  DATA-INV                PIC 9(08).
           05  OPER-INV                PIC X(10).
           05  FILLER                  PIC X(07).

       FD  PATRIM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PATRIM.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-PATRIM.
           05  CHAVE-PAT.
               10  TOMBO-PAT           PIC 9(06).
           05  DESCR-PAT               PIC X(30).
           05  TIPO-PAT                PIC X(01).
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

       SD  SORTINV
           VALUE OF FILE-ID 'RELINVP.TMP'.

       01  REG-SORTINV.
           05  CAMPUS-SI               PIC 9(02).
           05  SALA-SI                 PIC 9(03).
           05  DIV-SI                  PIC X(01).
               88  SI-CONFERE          VALUE 'C'.
               88  SI-FALTANTE         VALUE 'F'.
               88  SI-INESPERADO       VALUE 'I'.
           05  TOMBO-SI                PIC 9(06).
           05  DESCR-SI                PIC X(30).
           05  OBS-SI                  PIC X(26).
           05  VALOR-SI                PIC 9(07)V99.

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-INV          PIC X(02) VALUE SPACES.
       01  STATUS-PAT          PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  WS-SEM-SALA         PIC X VALUE 'N'.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-RESPOSTA         PIC X.
       01  WS-TOMBO-W          PIC 9(06) VALUE ZEROS.
       01  WS-ULT-LOCAL.
           05  ULT-CAMPUS      PIC 9(02) VALUE ZEROS.
           05  ULT-SALA        PIC 9(03) VALUE ZEROS.
       01  WS-LOCAL-CONTADO    PIC X VALUE 'N'.
       01  WS-PRIM-LOCAL       PIC X VALUE 'S'.
       01  FLAG-GRUPO          PIC 9 VALUE ZEROS.
       01  CAMPUS-ANT          PIC 9(02) VALUE ZEROS.
       01  SALA-ANT            PIC 9(03) VALUE ZEROS.
       01  CONT-CONT-SALA      PIC 9(04) VALUE ZEROS.
       01  CONT-FALT-SALA      PIC 9(04) VALUE ZEROS.
       01  CONT-INES-SALA      PIC 9(04) VALUE ZEROS.
       01  VALOR-FALT-SALA     PIC 9(07)V99 VALUE ZEROS.
       01  CONT-CONT-GER       PIC 9(05) VALUE ZEROS.
       01  CONT-FALT-GER       PIC 9(05) VALUE ZEROS.
       01  CONT-INES-GER       PIC 9(05) VALUE ZEROS.
       01  CONT-LOCAIS         PIC 9(04) VALUE ZEROS.
       01  VALOR-FALT-GER      PIC 9(09)V99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 9(02) VALUE ZEROS.
       01  OBS-LOCAL.
           05  FILLER          PIC X(13) VALUE 'REG. NA SALA '.
           05  SALA-OBS        PIC 9(03).
           05  FILLER          PIC X(08) VALUE ' CAMPUS '.
           05  CAMPUS-OBS      PIC 9(02).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'RELINVP'.
           05 FILLER               PIC X(37) VALUE
              'INVENTARIO DO PATRIMONIO'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(05) VALUE 'ANO ['.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(44) VALUE
              '] - FALTANTES E INESPERADOS POR LOCAL'.

       01  CAB-LOCAL.
           05 FILLER               PIC X(07) VALUE 'CAMPUS '.
           05 CAMPUS-CABL          PIC 9(02).
           05 FILLER               PIC X(07) VALUE '  SALA '.
           05 SALA-CABL            PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DESCR-CABL           PIC X(30).

       01  CAB4.
           05 FILLER               PIC X(40) VALUE
              '  TOMBO   DESCRICAO'.
           05 FILLER               PIC X(24) VALUE
              ' SITUACAO    OBSERVACAO'.

       01  DET1.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOMBO-DET1           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DESCR-DET1           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SIT-DET1             PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 OBS-DET1             PIC X(26).

       01  TOT-LOCAL.
           05 FILLER               PIC X(11) VALUE '  CONTADOS:'.
           05 CONT-TOTL            PIC ZZZ9.
           05 FILLER               PIC X(12) VALUE '  FALTANTES:'.
           05 FALT-TOTL            PIC ZZZ9.
           05 FILLER               PIC X(08) VALUE '  VALOR:'.
           05 VALOR-TOTL           PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(14) VALUE '  INESPERADOS:'.
           05 INES-TOTL            PIC ZZZ9.

       01  RODAPE1.
           05 FILLER               PIC X(26) VALUE
              'LOCAIS CONTADOS..........:'.
           05 LOC-ROD              PIC ZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(26) VALUE
              'ITENS CONTADOS...........:'.
           05 CONT-ROD             PIC ZZ.ZZ9.

       01  RODAPE3.
           05 FILLER               PIC X(26) VALUE
              'FALTANTES................:'.
           05 FALT-ROD             PIC ZZ.ZZ9.
           05 FILLER               PIC X(10) VALUE '   VALOR: '.
           05 VALOR-ROD            PIC ZZZ.ZZZ.ZZ9,99.

       01  RODAPE4.
           05 FILLER               PIC X(26) VALUE
              'INESPERADOS..............:'.
           05 INES-ROD             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT INVPAT
           IF STATUS-INV NOT = '00'
              DISPLAY (12 20) 'INVPAT.DAT INEXISTENTE (INVPATR)'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT PATRIM
           IF STATUS-PAT NOT = '00'
              DISPLAY (12 20) 'PATRIM.DAT INEXISTENTE (CADPATR)'
              CLOSE INVPAT
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELINVP'
           DISPLAY (02 22) 'DIVERGENCIAS DO INVENTARIO DO PATRIMONIO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'ANO DO INVENTARIO [    ]'.

       0300-ANO.
           ACCEPT (06 29) WS-ANO WITH PROMPT AUTO-SKIP
           IF WS-ANO = ZEROS
              GO TO 0900-FIM.

       0350-CONFIRMA.
           DISPLAY (08 10) 'CONFIRMA A EMISSAO DO RELATORIO ? S/N [ ]'
           ACCEPT (08 50) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0350-CONFIRMA.
           DISPLAY (22 30) 'AGUARDE...'.

       0400-PROCESSA.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG FLAG-GRUPO CONT-CONT-GER CONT-FALT-GER
                         CONT-INES-GER CONT-LOCAIS VALOR-FALT-GER
           MOVE 'S' TO WS-PRIM-LOCAL
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           SORT SORTINV ASCENDING KEY CAMPUS-SI SALA-SI DIV-SI TOMBO-SI
                INPUT  PROCEDURE 0500-SELECIONA
                OUTPUT PROCEDURE 0600-EMITE
           IF CONTLIN > 50
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE CONT-LOCAIS TO LOC-ROD
           MOVE CONT-CONT-GER TO CONT-ROD
           MOVE CONT-FALT-GER TO FALT-ROD
           MOVE VALOR-FALT-GER TO VALOR-ROD
           MOVE CONT-INES-GER TO INES-ROD
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           WRITE REG-ORELATO FROM RODAPE3 AFTER 1
           WRITE REG-ORELATO FROM RODAPE4 AFTER 1
           CLOSE RELAT
           DISPLAY (22 30) '          '
           DISPLAY (18 10) 'FALTANTES:'
           DISPLAY (18 21) CONT-FALT-GER
           DISPLAY (18 30) 'INESPERADOS:'
           DISPLAY (18 43) CONT-INES-GER
           DISPLAY (20 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

       0500-SELECIONA SECTION.
      * 1 - CADA TOMBAMENTO CONTADO: CONFERE COM O LOCAL DO CADASTRO
       0510-POSICIONA-INV.
           MOVE WS-ANO TO ANO-INV
           MOVE ZEROS TO CAMPUS-INV SALA-INV TOMBO-INV
           START INVPAT KEY NOT LESS THAN CHAVE-INV INVALID KEY
              GO TO 0599-FIM.

       0520-LE-INV.
           READ INVPAT NEXT
           IF STATUS-INV NOT = '00'
              GO TO 0540-POSICIONA-PAT.
           IF ANO-INV NOT = WS-ANO
              GO TO 0540-POSICIONA-PAT.
           MOVE CAMPUS-INV TO CAMPUS-SI
           MOVE SALA-INV TO SALA-SI
           MOVE TOMBO-INV TO TOMBO-SI
           MOVE ZEROS TO VALOR-SI
           MOVE SPACES TO OBS-SI
           MOVE 'C' TO DIV-SI
           MOVE TOMBO-INV TO TOMBO-PAT
           READ PATRIM INVALID KEY
              MOVE 'I' TO DIV-SI
              MOVE 'NAO CADASTRADO' TO DESCR-SI
              MOVE 'SEM CADASTRO NO PATRIMONIO' TO OBS-SI
              GO TO 0530-LIBERA-INV.
           MOVE DESCR-PAT TO DESCR-SI
           IF PAT-BAIXADO
              MOVE 'I' TO DIV-SI
              MOVE 'ITEM BAIXADO NO CADASTRO' TO OBS-SI
              GO TO 0530-LIBERA-INV.
           IF COD-SALA-PAT NOT = SALA-INV
              OR COD-CAMPUS-PAT NOT = CAMPUS-INV
              MOVE 'I' TO DIV-SI
              MOVE COD-SALA-PAT TO SALA-OBS
              MOVE COD-CAMPUS-PAT TO CAMPUS-OBS
              MOVE OBS-LOCAL TO OBS-SI.

       0530-LIBERA-INV.
           RELEASE REG-SORTINV
           GO TO 0520-LE-INV.

      * 2 - CADA ITEM ATIVO DE LOCAL CONTADO NO ANO E NAO ACHADO
       0540-POSICIONA-PAT.
           MOVE ZEROS TO CHAVE-PAT
           START PATRIM KEY NOT LESS THAN CHAVE-PAT INVALID KEY
              GO TO 0599-FIM.

       0550-LE-PAT.
           READ PATRIM NEXT
           IF STATUS-PAT NOT = '00'
              GO TO 0599-FIM.
           IF NOT PAT-ATIVO
              GO TO 0550-LE-PAT.
           PERFORM 0570-LOCAL-CONTADO THRU 0579-FIM-LOCAL
           IF WS-LOCAL-CONTADO = 'N'
              GO TO 0550-LE-PAT.
           MOVE WS-ANO TO ANO-INV
           MOVE COD-CAMPUS-PAT TO CAMPUS-INV
           MOVE COD-SALA-PAT TO SALA-INV
           MOVE TOMBO-PAT TO TOMBO-INV
           READ INVPAT INVALID KEY
              MOVE COD-CAMPUS-PAT TO CAMPUS-SI
              MOVE COD-SALA-PAT TO SALA-SI
              MOVE 'F' TO DIV-SI
              MOVE TOMBO-PAT TO TOMBO-SI
              MOVE DESCR-PAT TO DESCR-SI
              MOVE 'NAO ENCONTRADO NA CONTAGEM' TO OBS-SI
              MOVE VALOR-PAT TO VALOR-SI
              RELEASE REG-SORTINV.
           GO TO 0550-LE-PAT.

      * O LOCAL ENTRA NO CONFRONTO SE TEM AO MENOS UMA CONTAGEM NO
      * ANO - GUARDA O ULTIMO LOCAL TESTADO
       0570-LOCAL-CONTADO.
           IF WS-PRIM-LOCAL = 'N'
              AND COD-CAMPUS-PAT = ULT-CAMPUS
              AND COD-SALA-PAT = ULT-SALA
              GO TO 0579-FIM-LOCAL.
           MOVE 'N' TO WS-PRIM-LOCAL
           MOVE 'N' TO WS-LOCAL-CONTADO
           MOVE COD-CAMPUS-PAT TO ULT-CAMPUS
           MOVE COD-SALA-PAT TO ULT-SALA
           MOVE WS-ANO TO ANO-INV
           MOVE COD-CAMPUS-PAT TO CAMPUS-INV
           MOVE COD-SALA-PAT TO SALA-INV
           MOVE ZEROS TO TOMBO-INV
           START INVPAT KEY NOT LESS THAN CHAVE-INV INVALID KEY
              GO TO 0579-FIM-LOCAL.
           READ INVPAT NEXT
           IF STATUS-INV NOT = '00'
              GO TO 0579-FIM-LOCAL.
           IF ANO-INV = WS-ANO AND CAMPUS-INV = COD-CAMPUS-PAT
              AND SALA-INV = COD-SALA-PAT
              MOVE 'S' TO WS-LOCAL-CONTADO.

       0579-FIM-LOCAL. EXIT.

       0599-FIM. EXIT.

       0600-EMITE SECTION.
       0610-LE-SORT.
           RETURN SORTINV AT END
              GO TO 0690-ULTIMO-LOCAL.
           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              MOVE CAMPUS-SI TO CAMPUS-ANT
              MOVE SALA-SI TO SALA-ANT
              PERFORM 0800-CAB-LOCAL THRU 0899-FIM-CAB-LOCAL
              GO TO 0630-DETALHE.
           IF CAMPUS-SI NOT = CAMPUS-ANT OR SALA-SI NOT = SALA-ANT
              PERFORM 0850-TOTAL-LOCAL THRU 0859-FIM-TOTAL
              MOVE CAMPUS-SI TO CAMPUS-ANT
              MOVE SALA-SI TO SALA-ANT
              PERFORM 0800-CAB-LOCAL THRU 0899-FIM-CAB-LOCAL.

       0630-DETALHE.
           IF SI-FALTANTE
              ADD 1 TO CONT-FALT-SALA
              ADD VALOR-SI TO VALOR-FALT-SALA
              MOVE 'FALTANTE' TO SIT-DET1
           ELSE
              ADD 1 TO CONT-CONT-SALA.
           IF SI-CONFERE
              GO TO 0610-LE-SORT.
           IF SI-INESPERADO
              ADD 1 TO CONT-INES-SALA
              MOVE 'INESPERADO' TO SIT-DET1.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
              PERFORM 0810-CAB-LOCAL-2 THRU 0899-FIM-CAB-LOCAL.
           MOVE TOMBO-SI TO TOMBO-DET1
           MOVE DESCR-SI TO DESCR-DET1
           MOVE OBS-SI TO OBS-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 0610-LE-SORT.

       0690-ULTIMO-LOCAL.
           IF FLAG-GRUPO NOT = 0
              PERFORM 0850-TOTAL-LOCAL THRU 0859-FIM-TOTAL.

       0699-FIM. EXIT.

       0800-ROTINAS SECTION.
       0800-CAB-LOCAL.
           ADD 1 TO CONT-LOCAIS
           MOVE ZEROS TO CONT-CONT-SALA CONT-FALT-SALA CONT-INES-SALA
                         VALOR-FALT-SALA
           IF CONTLIN > 50
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.

       0810-CAB-LOCAL-2.
           MOVE CAMPUS-ANT TO CAMPUS-CABL
           MOVE SALA-ANT TO SALA-CABL
           MOVE 'DEPOSITO DO CAMPUS' TO DESCR-CABL
           IF SALA-ANT NOT = ZEROS
              MOVE 'SALA NAO CADASTRADA' TO DESCR-CABL.
           IF SALA-ANT NOT = ZEROS AND WS-SEM-SALA = 'N'
              MOVE SALA-ANT TO COD-SALA
              READ CADSALA
              IF STATUS-SALA = '00'
                 MOVE DESCR-SALA TO DESCR-CABL.
           WRITE REG-ORELATO FROM CAB-LOCAL AFTER 2
           WRITE REG-ORELATO FROM CAB4 AFTER 1
           ADD 3 TO CONTLIN.

       0899-FIM-CAB-LOCAL. EXIT.

       0850-TOTAL-LOCAL.
           MOVE CONT-CONT-SALA TO CONT-TOTL
           MOVE CONT-FALT-SALA TO FALT-TOTL
           MOVE VALOR-FALT-SALA TO VALOR-TOTL
           MOVE CONT-INES-SALA TO INES-TOTL
           WRITE REG-ORELATO FROM TOT-LOCAL AFTER 1
           ADD 1 TO CONTLIN
           ADD CONT-CONT-SALA TO CONT-CONT-GER
           ADD CONT-FALT-SALA TO CONT-FALT-GER
           ADD CONT-INES-SALA TO CONT-INES-GER
           ADD VALOR-FALT-SALA TO VALOR-FALT-GER.

       0859-FIM-TOTAL. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-ANO TO ANO-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           MOVE 4 TO CONTLIN.

       8099-FIM-CAB. EXIT.

       0900-FIM.
           CLOSE INVPAT
                 PATRIM
           IF WS-SEM-SALA = 'N'
              CLOSE CADSALA.
           CHAIN 'FACAD.EXE'.

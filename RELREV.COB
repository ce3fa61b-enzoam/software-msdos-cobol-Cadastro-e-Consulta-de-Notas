       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREV-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : REVISOES DE NOTA - pedidos de revisao (protocolo
      *              RN do PROTOC.DAT) abertos no ano, por professor e
      *              disciplina: quantos foram pedidos, deferidos e
      *              indeferidos, e a variacao media das notas
      *              corrigidas pelo CORRNOTA com o protocolo
      *              (HISTNOTA.DAT)
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROT
                       FILE STATUS STATUS-PROT.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT HISTNOTA ASSIGN TO DISK
                       FILE STATUS STATUS-HIST.

           SELECT REVSORT ASSIGN TO DISK.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  PROTOC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROTOC.DAT'
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-PROTOC.
           05  CHAVE-PROT.
               10  NUM-PROT            PIC 9(06).
           05  TIPO-PROT               PIC X(02).
               88  PROT-REVISAO        VALUE 'RN'.
           05  COD-ALUNO-PROT          PIC 9(06).
           05  COD-CURSO-PROT          PIC 9(02).
           05  NOME-ALUNO-PROT         PIC X(35).
           05  DESCR-PROT              PIC X(30).
           05  DATA-ENTRADA-PROT       PIC 9(08).
           05  DATA-PRAZO-PROT         PIC 9(08).
           05  SIT-PROT                PIC X(01).
               88  PROT-ABERTO         VALUE 'A'.
               88  PROT-EM-ANALISE     VALUE 'E'.
               88  PROT-DEFERIDO       VALUE 'D'.
               88  PROT-INDEFERIDO     VALUE 'I'.
               88  PROT-ENTREGUE       VALUE 'T'.
           05  DATA-SIT-PROT           PIC 9(08).
           05  COD-DISCI-PROT          PIC 9(04).

       FD  CADDISCI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISCI.DAT'
           RECORD CONTAINS 77 CHARACTERS.

       01  REG-CADDISCI.
           05  CHAVE-DIS.
               10  COD-CURSO-DIS       PIC 9(02).
               10  COD-DISCIPLINA      PIC 9(04).
               10  ANO-DISCI           PIC 9(04).
           05  NOME-DISCIPLINA         PIC X(35).
           05  QTDE-AULAS-DIS          PIC 9(03).
           05  CARGA-DIS               PIC 9(04).
           05  PROFESSOR-DIS           PIC X(25).

       FD  HISTNOTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HISTNOTA.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-HISTNOTA.
           05  DATA-HIST               PIC 9(06).
           05  ANO-HIST                PIC 9(04).
           05  CURSO-HIST              PIC 9(02).
           05  ALUNO-HIST              PIC 9(06).
           05  DISCI-HIST              PIC 9(04).
           05  BIM-HIST                PIC 9.
           05  NOTA-ANTIGA-HIST        PIC 99V9.
           05  NOTA-NOVA-HIST          PIC 99V9.
           05  FALTAS-ANTIGA-HIST      PIC 9(03).
           05  FALTAS-NOVA-HIST        PIC 9(03).
           05  OPERADOR-HIST           PIC X(10).
           05  PROTOCOLO-HIST          PIC 9(06).
           05  FILLER                  PIC X(29).

      * TIPO P = PEDIDO (UM POR PROTOCOLO), C = CORRECAO GRAVADA
       SD  REVSORT.

       01  REG-REVSORT.
           05  PROF-SRT                PIC X(25).
           05  CURSO-SRT               PIC 9(02).
           05  DISCI-SRT               PIC 9(04).
           05  TIPO-SRT                PIC X(01).
           05  SIT-SRT                 PIC X(01).
           05  NOME-SRT                PIC X(20).
           05  DIF-SRT                 PIC S99V9.

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-PROT         PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-HIST         PIC X(02) VALUE SPACES.
       01  WS-SEM-DISCI        PIC X VALUE 'N'.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-ANO-ANT          PIC 9(04) VALUE ZEROS.
       01  WS-PROF-ANT         PIC X(25) VALUE SPACES.
       01  WS-CURSO-ANT        PIC 9(02) VALUE ZEROS.
       01  WS-DISCI-ANT        PIC 9(04) VALUE ZEROS.
       01  WS-NOME-ANT         PIC X(20) VALUE SPACES.
       01  WS-MEDIA            PIC S99V99 VALUE ZEROS.

       01  WS-DATA-CALC.
           05 ANO-CALC         PIC 9(04).
           05 MES-CALC         PIC 9(02).
           05 DIA-CALC         PIC 9(02).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC PIC 9(08).

      * ACUMULADORES: 1 = DISCIPLINA, 2 = PROFESSOR, 3 = GERAL
       01  TAB-TOTAIS.
           05 TOT-TAB OCCURS 3 TIMES.
              10 PEDIDOS-TT    PIC 9(05).
              10 DEFERIDOS-TT  PIC 9(05).
              10 INDEFERIDOS-TT PIC 9(05).
              10 CORRECOES-TT  PIC 9(05).
              10 SOMA-DIF-TT   PIC S9(05)V9.
       01  IND-TOT             PIC 9(01) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'RELREV'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(40) VALUE
           'PEDIDOS DE REVISAO DE NOTA - ANO'.
           05 ANO-CAB2             PIC 9(04).

       01  CAB3.
           05 FILLER               PIC X(06) VALUE 'CURSO'.
           05 FILLER               PIC X(06) VALUE 'DISC.'.
           05 FILLER               PIC X(22) VALUE 'NOME'.
           05 FILLER               PIC X(09) VALUE 'PEDIDOS'.
           05 FILLER               PIC X(09) VALUE 'DEFER.'.
           05 FILLER               PIC X(09) VALUE 'INDEF.'.
           05 FILLER               PIC X(09) VALUE 'CORREC.'.
           05 FILLER               PIC X(10) VALUE 'VAR. MEDIA'.

       01  PROF-LIN.
           05 FILLER               PIC X(11) VALUE 'PROFESSOR: '.
           05 NOME-PROF-LIN        PIC X(25).

       01  DET1.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DISCI-DET1           PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PEDIDOS-DET1         PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DEFERIDOS-DET1       PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 INDEFERIDOS-DET1     PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 CORRECOES-DET1       PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 MEDIA-DET1           PIC -Z9,99.

       01  TOT-LIN.
           05 TITULO-TOT           PIC X(34).
           05 PEDIDOS-TOT          PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DEFERIDOS-TOT        PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 INDEFERIDOS-TOT      PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 CORRECOES-TOT        PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 MEDIA-TOT            PIC -Z9,99.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT PROTOC
           IF STATUS-PROT NOT = '00'
              DISPLAY (12 20) 'PROTOC.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              MOVE 'S' TO WS-SEM-DISCI.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELREV'
           DISPLAY (02 22) 'REVISOES DE NOTA POR DISCIPLINA'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'ANO DE ABERTURA DO PROTOCOLO [    ]'
           DISPLAY (06 10) '(ANO ZERO = FIM)'.

       0300-ANO.
           ACCEPT (05 40) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO = ZEROS
              GO TO 0900-FIM.
           SUBTRACT 1 FROM WS-ANO GIVING WS-ANO-ANT
           MOVE ZEROS TO CONTLIN CONTPAG
           MOVE ZEROS TO TAB-TOTAIS
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           SORT REVSORT ASCENDING KEY PROF-SRT CURSO-SRT DISCI-SRT
                INPUT  PROCEDURE 0600-SELECIONA
                OUTPUT PROCEDURE 0700-IMPRIME
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE 3 TO IND-TOT
           MOVE 'TOTAL GERAL' TO TITULO-TOT
           PERFORM 8400-TOTAL THRU 8499-FIM-TOTAL
           CLOSE RELATO
           DISPLAY (20 10) 'PEDIDOS:'
           DISPLAY (20 19) PEDIDOS-TT (3)
           DISPLAY (20 27) 'CORRECOES:'
           DISPLAY (20 38) CORRECOES-TT (3)
           DISPLAY (22 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * PROTOCOLOS RN ABERTOS NO ANO E AS CORRECOES FEITAS COM ELES
       0600-SELECIONA SECTION.
       0610-POSICIONA.
           MOVE ZEROS TO NUM-PROT
           START PROTOC KEY NOT LESS THAN CHAVE-PROT INVALID KEY
              GO TO 0650-HISTORICO.

       0620-LE-PROTOC.
           READ PROTOC NEXT
           IF STATUS-PROT NOT = '00'
              GO TO 0650-HISTORICO.
           IF NOT PROT-REVISAO
              GO TO 0620-LE-PROTOC.
           MOVE DATA-ENTRADA-PROT TO WS-DATA-CALC-R
           IF ANO-CALC NOT = WS-ANO
              GO TO 0620-LE-PROTOC.
           PERFORM 8200-PROFESSOR THRU 8299-FIM-PROFESSOR
           MOVE 'P' TO TIPO-SRT
           MOVE SIT-PROT TO SIT-SRT
           MOVE ZEROS TO DIF-SRT
           RELEASE REG-REVSORT
           GO TO 0620-LE-PROTOC.

       0650-HISTORICO.
           OPEN INPUT HISTNOTA
           IF STATUS-HIST NOT = '00'
              GO TO 0699-FIM.

       0660-LE-HIST.
           READ HISTNOTA AT END
              CLOSE HISTNOTA
              GO TO 0699-FIM.
           IF PROTOCOLO-HIST = ZEROS
              GO TO 0660-LE-HIST.
           MOVE PROTOCOLO-HIST TO NUM-PROT
           READ PROTOC INVALID KEY
              GO TO 0660-LE-HIST.
           IF NOT PROT-REVISAO
              GO TO 0660-LE-HIST.
           MOVE DATA-ENTRADA-PROT TO WS-DATA-CALC-R
           IF ANO-CALC NOT = WS-ANO
              GO TO 0660-LE-HIST.
           PERFORM 8200-PROFESSOR THRU 8299-FIM-PROFESSOR
           MOVE 'C' TO TIPO-SRT
           MOVE SPACE TO SIT-SRT
           SUBTRACT NOTA-ANTIGA-HIST FROM NOTA-NOVA-HIST GIVING DIF-SRT
           RELEASE REG-REVSORT
           GO TO 0660-LE-HIST.

       0699-FIM. EXIT.

       0700-IMPRIME SECTION.
       0710-LE-SORT.
           RETURN REVSORT AT END
              GO TO 0790-ULTIMO.
           IF PEDIDOS-TT (1) NOT = ZEROS OR CORRECOES-TT (1) NOT = ZEROS
              IF PROF-SRT NOT = WS-PROF-ANT
                 OR CURSO-SRT NOT = WS-CURSO-ANT
                 OR DISCI-SRT NOT = WS-DISCI-ANT
                 PERFORM 8300-DISCIPLINA THRU 8399-FIM-DISCIPLINA.
           IF PEDIDOS-TT (2) NOT = ZEROS OR CORRECOES-TT (2) NOT = ZEROS
              IF PROF-SRT NOT = WS-PROF-ANT
                 PERFORM 8500-TOTAL-PROF THRU 8599-FIM-TOTAL-PROF.
           IF PEDIDOS-TT (2) = ZEROS AND CORRECOES-TT (2) = ZEROS
              AND PEDIDOS-TT (1) = ZEROS AND CORRECOES-TT (1) = ZEROS
              IF CONTLIN > 52
                 PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           IF PEDIDOS-TT (2) = ZEROS AND CORRECOES-TT (2) = ZEROS
              AND PEDIDOS-TT (1) = ZEROS AND CORRECOES-TT (1) = ZEROS
              MOVE SPACES TO REG-ORELATO
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA
              MOVE PROF-SRT TO NOME-PROF-LIN
              IF PROF-SRT = SPACES
                 MOVE 'SEM PROFESSOR CADASTRADO' TO NOME-PROF-LIN.
           IF PEDIDOS-TT (2) = ZEROS AND CORRECOES-TT (2) = ZEROS
              AND PEDIDOS-TT (1) = ZEROS AND CORRECOES-TT (1) = ZEROS
              MOVE PROF-LIN TO REG-ORELATO
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA.
           MOVE PROF-SRT TO WS-PROF-ANT
           MOVE CURSO-SRT TO WS-CURSO-ANT
           MOVE DISCI-SRT TO WS-DISCI-ANT
           MOVE NOME-SRT TO WS-NOME-ANT
           IF TIPO-SRT = 'C'
              ADD 1 TO CORRECOES-TT (1)
              ADD DIF-SRT TO SOMA-DIF-TT (1)
              GO TO 0710-LE-SORT.
           ADD 1 TO PEDIDOS-TT (1)
           IF SIT-SRT = 'D' OR 'T'
              ADD 1 TO DEFERIDOS-TT (1).
           IF SIT-SRT = 'I'
              ADD 1 TO INDEFERIDOS-TT (1).
           GO TO 0710-LE-SORT.

       0790-ULTIMO.
           IF PEDIDOS-TT (1) NOT = ZEROS OR CORRECOES-TT (1) NOT = ZEROS
              PERFORM 8300-DISCIPLINA THRU 8399-FIM-DISCIPLINA.
           IF PEDIDOS-TT (2) NOT = ZEROS OR CORRECOES-TT (2) NOT = ZEROS
              PERFORM 8500-TOTAL-PROF THRU 8599-FIM-TOTAL-PROF.

       0799-FIM. EXIT.

       0800-ROTINAS SECTION.
      * PROFESSOR DA DISCIPLINA DO PROTOCOLO NO ANO (OU NO ANTERIOR,
      * PEDIDO FEITO NO INICIO DO ANO SOBRE NOTA DO ANO QUE FECHOU)
       8200-PROFESSOR.
           MOVE SPACES TO PROF-SRT NOME-SRT
           MOVE COD-CURSO-PROT TO CURSO-SRT
           MOVE COD-DISCI-PROT TO DISCI-SRT
           IF COD-DISCI-PROT = ZEROS
              MOVE 'SEM DISCIPLINA' TO NOME-SRT
              GO TO 8299-FIM-PROFESSOR.
           IF WS-SEM-DISCI = 'S'
              GO TO 8299-FIM-PROFESSOR.
           MOVE COD-CURSO-PROT TO COD-CURSO-DIS
           MOVE COD-DISCI-PROT TO COD-DISCIPLINA
           MOVE WS-ANO TO ANO-DISCI
           READ CADDISCI
           IF STATUS-DIS NOT = '00'
              MOVE WS-ANO-ANT TO ANO-DISCI
              READ CADDISCI
              IF STATUS-DIS NOT = '00'
                 GO TO 8299-FIM-PROFESSOR.
           MOVE PROFESSOR-DIS TO PROF-SRT
           MOVE NOME-DISCIPLINA TO NOME-SRT.

       8299-FIM-PROFESSOR. EXIT.

      * LINHA DA DISCIPLINA E ACUMULO NO PROFESSOR E NO GERAL
       8300-DISCIPLINA.
           MOVE WS-CURSO-ANT TO CURSO-DET1
           MOVE WS-DISCI-ANT TO DISCI-DET1
           MOVE WS-NOME-ANT TO NOME-DET1
           MOVE PEDIDOS-TT (1) TO PEDIDOS-DET1
           MOVE DEFERIDOS-TT (1) TO DEFERIDOS-DET1
           MOVE INDEFERIDOS-TT (1) TO INDEFERIDOS-DET1
           MOVE CORRECOES-TT (1) TO CORRECOES-DET1
           MOVE ZEROS TO WS-MEDIA
           IF CORRECOES-TT (1) NOT = ZEROS
              DIVIDE SOMA-DIF-TT (1) BY CORRECOES-TT (1)
                 GIVING WS-MEDIA ROUNDED.
           MOVE WS-MEDIA TO MEDIA-DET1
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE 2 TO IND-TOT.

       8310-ACUMULA.
           ADD PEDIDOS-TT (1) TO PEDIDOS-TT (IND-TOT)
           ADD DEFERIDOS-TT (1) TO DEFERIDOS-TT (IND-TOT)
           ADD INDEFERIDOS-TT (1) TO INDEFERIDOS-TT (IND-TOT)
           ADD CORRECOES-TT (1) TO CORRECOES-TT (IND-TOT)
           ADD SOMA-DIF-TT (1) TO SOMA-DIF-TT (IND-TOT)
           ADD 1 TO IND-TOT
           IF IND-TOT NOT > 3
              GO TO 8310-ACUMULA.
           MOVE ZEROS TO PEDIDOS-TT (1) DEFERIDOS-TT (1)
                         INDEFERIDOS-TT (1) CORRECOES-TT (1)
                         SOMA-DIF-TT (1).

       8399-FIM-DISCIPLINA. EXIT.

      * LINHA DE TOTAL DO NIVEL IND-TOT
       8400-TOTAL.
           MOVE PEDIDOS-TT (IND-TOT) TO PEDIDOS-TOT
           MOVE DEFERIDOS-TT (IND-TOT) TO DEFERIDOS-TOT
           MOVE INDEFERIDOS-TT (IND-TOT) TO INDEFERIDOS-TOT
           MOVE CORRECOES-TT (IND-TOT) TO CORRECOES-TOT
           MOVE ZEROS TO WS-MEDIA
           IF CORRECOES-TT (IND-TOT) NOT = ZEROS
              DIVIDE SOMA-DIF-TT (IND-TOT) BY CORRECOES-TT (IND-TOT)
                 GIVING WS-MEDIA ROUNDED.
           MOVE WS-MEDIA TO MEDIA-TOT
           MOVE TOT-LIN TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA.

       8499-FIM-TOTAL. EXIT.

       8500-TOTAL-PROF.
           MOVE 2 TO IND-TOT
           MOVE '            TOTAL DO PROFESSOR' TO TITULO-TOT
           PERFORM 8400-TOTAL THRU 8499-FIM-TOTAL
           MOVE ZEROS TO PEDIDOS-TT (2) DEFERIDOS-TT (2)
                         INDEFERIDOS-TT (2) CORRECOES-TT (2)
                         SOMA-DIF-TT (2).

       8599-FIM-TOTAL-PROF. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE WS-ANO TO ANO-CAB2
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE 4 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

       0900-FIM.
           IF WS-SEM-DISCI NOT = 'S'
              CLOSE CADDISCI.
           CLOSE PROTOC
           CHAIN 'FACAD.EXE'.

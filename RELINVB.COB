       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINVB-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : CONFRONTO DO INVENTARIO DA BIBLIOTECA - compara a
      *              contagem do ano (INVBIB.DAT, digitada no INVBIB)
      *              com o ACERVO.DAT e o EMPREST.DAT e lista:
      *              - NAO ENCONTRADO : disponivel (ou separado p/
      *                                 reserva) e nao contado;
      *              - DESCONHECIDO   : contado e sem cadastro;
      *              - EMPRESTADO SEM EMPRESTIMO: situacao E sem
      *                                 emprestimo em aberto.
      *              Confirmada a baixa, os disponiveis nao encontrados
      *              passam a BAIXADO e cada baixa fica em BAIXABIB.DAT
      *              com data, motivo e operador.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVBIB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-IB
                       FILE STATUS STATUS-IB.

           SELECT ACERVO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ACER
                       FILE STATUS STATUS-ACER.

           SELECT EMPREST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EMP
                       FILE STATUS STATUS-EMP.

           SELECT BAIXABIB ASSIGN TO DISK
                       FILE STATUS STATUS-BX.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT SORTIB ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  INVBIB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'INVBIB.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-INVBIB.
           05  CHAVE-IB.
               10  ANO-IB              PIC 9(04).
               10  COD-OBRA-IB         PIC 9(05).
               10  NUM-EXEMPLAR-IB     PIC 9(02).
           05  DATA-IB                 PIC 9(08).
           05  OPER-IB                 PIC X(10).
           05  FILLER                  PIC X(11).

       FD  ACERVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ACERVO.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ACERVO.
           05  CHAVE-ACER.
               10  COD-OBRA            PIC 9(05).
               10  NUM-EXEMPLAR        PIC 9(02).
           05  TITULO-ACER             PIC X(40).
           05  AUTOR-ACER              PIC X(30).
           05  SIT-ACER                PIC X(01).
               88  EXEMPLAR-DISPONIVEL VALUE 'D'.
               88  EXEMPLAR-EMPRESTADO VALUE 'E'.
               88  EXEMPLAR-BAIXADO    VALUE 'B'.
               88  EXEMPLAR-RESERVADO  VALUE 'R'.
           05  FILLER                  PIC X(02).

       FD  EMPREST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'EMPREST.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-EMPREST.
           05  CHAVE-EMP.
               10  NUM-EMP             PIC 9(06).
           05  COD-OBRA-EMP            PIC 9(05).
           05  NUM-EXEMPLAR-EMP        PIC 9(02).
           05  COD-ALUNO-EMP           PIC 9(06).
           05  COD-CURSO-EMP           PIC 9(06).
           05  DATA-EMP                PIC 9(08).
           05  DATA-PREV-EMP           PIC 9(08).
           05  DATA-DEV-EMP            PIC 9(08).
           05  SIT-EMP                 PIC X(01).
               88  EMP-ABERTO          VALUE 'A'.
               88  EMP-DEVOLVIDO       VALUE 'D'.
           05  MULTA-EMP               PIC 9(03)V99.
           05  QTD-RENOV-EMP           PIC 9(02).
           05  FILLER                  PIC X(03).

      * HISTORICO DAS BAIXAS DE EXEMPLARES PELO INVENTARIO
       FD  BAIXABIB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BAIXABIB.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-BAIXABIB.
           05  DATA-BX                 PIC 9(08).
           05  COD-OBRA-BX             PIC 9(05).
           05  NUM-EXEMPLAR-BX         PIC 9(02).
           05  SIT-ANT-BX              PIC X(01).
           05  ANO-INV-BX              PIC 9(04).
           05  MOTIVO-BX               PIC X(30).
           05  OPER-BX                 PIC X(10).
           05  FILLER                  PIC X(20).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       SD  SORTIB
           VALUE OF FILE-ID 'RELINVB.TMP'.

      * A = EXEMPLAR DO ACERVO, E = EMPRESTIMO ABERTO, I = CONTADO
       01  REG-SORTIB.
           05  OBRA-SI                 PIC 9(05).
           05  EXEMPLAR-SI             PIC 9(02).
           05  ORIGEM-SI               PIC X(01).
           05  SIT-SI                  PIC X(01).
           05  TITULO-SI               PIC X(40).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-IB           PIC X(02) VALUE SPACES.
       01  STATUS-ACER         PIC X(02) VALUE SPACES.
       01  STATUS-EMP          PIC X(02) VALUE SPACES.
       01  STATUS-BX           PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  WS-SEM-EMPREST      PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-RESPOSTA         PIC X.
       01  WS-MOTIVO           PIC X(30) VALUE SPACES.
       01  WS-CONTADO          PIC X VALUE 'N'.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  FLAG-GRUPO          PIC 9 VALUE ZEROS.
       01  WS-CHAVE-ANT.
           05  OBRA-ANT        PIC 9(05) VALUE ZEROS.
           05  EXEMPLAR-ANT    PIC 9(02) VALUE ZEROS.
       01  WS-CHAVE-SI.
           05  OBRA-W          PIC 9(05) VALUE ZEROS.
           05  EXEMPLAR-W      PIC 9(02) VALUE ZEROS.
       01  GRP-NO-ACERVO       PIC X VALUE 'N'.
       01  GRP-SIT             PIC X VALUE SPACES.
       01  GRP-TITULO          PIC X(40) VALUE SPACES.
       01  GRP-EMPRESTIMO      PIC X VALUE 'N'.
       01  GRP-CONTADO         PIC X VALUE 'N'.
       01  CONT-CONTADOS       PIC 9(05) VALUE ZEROS.
       01  CONT-NAO-ACHADOS    PIC 9(05) VALUE ZEROS.
       01  CONT-SEPARADOS      PIC 9(05) VALUE ZEROS.
       01  CONT-DESCONHECIDOS  PIC 9(05) VALUE ZEROS.
       01  CONT-SEM-EMP        PIC 9(05) VALUE ZEROS.
       01  CONT-BAIXAS         PIC 9(05) VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  MOTIVO-PADRAO.
           05  FILLER          PIC X(26) VALUE
               'NAO LOCALIZADO INVENTARIO '.
           05  ANO-MOTIVO      PIC 9(04).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'RELINVB'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(41) VALUE
              'INVENTARIO DO ACERVO DA BIBLIOTECA - ANO'.
           05 ANO-CAB2             PIC 9(04).

       01  CAB3.
           05 FILLER               PIC X(07) VALUE 'OBRA'.
           05 FILLER               PIC X(04) VALUE 'EX.'.
           05 FILLER               PIC X(42) VALUE 'TITULO'.
           05 FILLER               PIC X(10) VALUE 'OCORRENCIA'.

       01  DET1.
           05 OBRA-DET1            PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EXEMPLAR-DET1        PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TITULO-DET1          PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OCOR-DET1            PIC X(25).

       01  RODAPE1.
           05 FILLER               PIC X(30) VALUE
              'EXEMPLARES CONTADOS..........:'.
           05 CONT-ROD1            PIC ZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(30) VALUE
              'NAO ENCONTRADOS (DISPONIVEIS):'.
           05 CONT-ROD2            PIC ZZ.ZZ9.

       01  RODAPE3.
           05 FILLER               PIC X(30) VALUE
              'NAO ENCONTRADOS (SEPARADOS)..:'.
           05 CONT-ROD3            PIC ZZ.ZZ9.

       01  RODAPE4.
           05 FILLER               PIC X(30) VALUE
              'DESCONHECIDOS NO ACERVO......:'.
           05 CONT-ROD4            PIC ZZ.ZZ9.

       01  RODAPE5.
           05 FILLER               PIC X(30) VALUE
              'EMPRESTADOS SEM EMPRESTIMO...:'.
           05 CONT-ROD5            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT INVBIB
           IF STATUS-IB NOT = '00'
              DISPLAY (12 20) 'INVBIB.DAT INEXISTENTE (USE O INVBIB)'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT ACERVO
           IF STATUS-ACER NOT = '00'
              DISPLAY (12 20) 'ACERVO.DAT INEXISTENTE'
              CLOSE INVBIB
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT EMPREST
           IF STATUS-EMP NOT = '00'
              MOVE 'S' TO WS-SEM-EMPREST.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELINVB'
           DISPLAY (02 22) 'CONFRONTO DO INVENTARIO DA BIBLIOTECA'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'ANO DO INVENTARIO [    ]'.

       0300-ANO.
           ACCEPT (06 29) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO = ZEROS
              GO TO 0900-FIM.
           MOVE WS-ANO TO ANO-IB
           MOVE ZEROS TO COD-OBRA-IB NUM-EXEMPLAR-IB
           START INVBIB KEY NOT LESS THAN CHAVE-IB INVALID KEY
              GO TO 0310-SEM-CONTAGEM.
           READ INVBIB NEXT
           IF STATUS-IB = '00' AND ANO-IB = WS-ANO
              GO TO 0350-CONFIRMA.

       0310-SEM-CONTAGEM.
           DISPLAY (22 10) 'NAO HA CONTAGEM NESTE ANO (INVBIB)'
           GO TO 0300-ANO.

       0350-CONFIRMA.
           DISPLAY (08 10) 'CONFIRMA A EMISSAO DO CONFRONTO ? S/N [ ]'
           ACCEPT (08 50) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0350-CONFIRMA.
           DISPLAY (22 30) 'AGUARDE...'.

       0400-PROCESSA.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG FLAG-GRUPO CONT-CONTADOS
                         CONT-NAO-ACHADOS CONT-SEPARADOS
                         CONT-DESCONHECIDOS CONT-SEM-EMP
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           SORT SORTIB ASCENDING KEY OBRA-SI EXEMPLAR-SI ORIGEM-SI
                INPUT  PROCEDURE 0500-SELECIONA
                OUTPUT PROCEDURE 0600-CONFRONTA
           IF CONTLIN > 50
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE CONT-CONTADOS TO CONT-ROD1
           MOVE CONT-NAO-ACHADOS TO CONT-ROD2
           MOVE CONT-SEPARADOS TO CONT-ROD3
           MOVE CONT-DESCONHECIDOS TO CONT-ROD4
           MOVE CONT-SEM-EMP TO CONT-ROD5
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           WRITE REG-ORELATO FROM RODAPE3 AFTER 1
           WRITE REG-ORELATO FROM RODAPE4 AFTER 1
           WRITE REG-ORELATO FROM RODAPE5 AFTER 1
           CLOSE RELAT
           DISPLAY (22 30) '          '
           DISPLAY (10 10) 'NAO ENCONTRADOS (DISPONIVEIS):'
           DISPLAY (10 41) CONT-NAO-ACHADOS
           DISPLAY (11 10) 'NAO ENCONTRADOS (SEPARADOS)..:'
           DISPLAY (11 41) CONT-SEPARADOS
           DISPLAY (12 10) 'DESCONHECIDOS NO ACERVO......:'
           DISPLAY (12 41) CONT-DESCONHECIDOS
           DISPLAY (13 10) 'EMPRESTADOS SEM EMPRESTIMO...:'
           DISPLAY (13 41) CONT-SEM-EMP
           IF CONT-NAO-ACHADOS = ZEROS
              DISPLAY (22 10) 'RELATORIO EMITIDO - NADA A BAIXAR'
              STOP ' '
              GO TO 0200-TELA.

      * BAIXA DOS DISPONIVEIS NAO ENCONTRADOS (OS SEPARADOS P/
      * RESERVA FICAM PARA A BIBLIOTECA RESOLVER NO BIBEMP)
       0700-CONFIRMA-BAIXA.
           DISPLAY (15 10) 'BAIXA DOS DISPONIVEIS NAO ENCONTRADOS ?'
           DISPLAY (15 50) 'S/N [ ]'
           ACCEPT (15 55) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0700-CONFIRMA-BAIXA.
           MOVE WS-ANO TO ANO-MOTIVO
           MOVE MOTIVO-PADRAO TO WS-MOTIVO
           DISPLAY (17 10) 'MOTIVO [                              ]'
           DISPLAY (17 18) WS-MOTIVO
           ACCEPT (17 18) WS-MOTIVO WITH PROMPT AUTO-SKIP
           IF WS-MOTIVO = SPACES
              MOVE MOTIVO-PADRAO TO WS-MOTIVO.
           DISPLAY (22 30) 'AGUARDE...'
           CLOSE ACERVO
           OPEN I-O ACERVO
           OPEN EXTEND BAIXABIB
           IF STATUS-BX NOT = '00'
              OPEN OUTPUT BAIXABIB
              CLOSE BAIXABIB
              OPEN EXTEND BAIXABIB.
           MOVE ZEROS TO CONT-BAIXAS
           MOVE ZEROS TO CHAVE-ACER
           START ACERVO KEY NOT LESS THAN CHAVE-ACER INVALID KEY
              GO TO 0790-FIM-BAIXA.

       0710-LE-ACERVO.
           READ ACERVO NEXT
           IF STATUS-ACER NOT = '00'
              GO TO 0790-FIM-BAIXA.
           IF NOT EXEMPLAR-DISPONIVEL
              GO TO 0710-LE-ACERVO.
           MOVE WS-ANO TO ANO-IB
           MOVE COD-OBRA TO COD-OBRA-IB
           MOVE NUM-EXEMPLAR TO NUM-EXEMPLAR-IB
           READ INVBIB INVALID KEY
              GO TO 0720-BAIXA.
           GO TO 0710-LE-ACERVO.

       0720-BAIXA.
           MOVE WS-DATA-HOJE TO DATA-BX
           MOVE COD-OBRA TO COD-OBRA-BX
           MOVE NUM-EXEMPLAR TO NUM-EXEMPLAR-BX
           MOVE SIT-ACER TO SIT-ANT-BX
           MOVE WS-ANO TO ANO-INV-BX
           MOVE WS-MOTIVO TO MOTIVO-BX
           MOVE WS-OPERADOR TO OPER-BX
           MOVE SPACES TO REG-BAIXABIB (61:20)
           MOVE 'B' TO SIT-ACER
           REWRITE REG-ACERVO
           WRITE REG-BAIXABIB
           ADD 1 TO CONT-BAIXAS
           GO TO 0710-LE-ACERVO.

       0790-FIM-BAIXA.
           CLOSE BAIXABIB
                 ACERVO
           OPEN INPUT ACERVO
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (19 10) 'EXEMPLARES BAIXADOS:'
           DISPLAY (19 31) CONT-BAIXAS
           STOP ' '
           GO TO 0200-TELA.

       0500-SELECIONA SECTION.
       0510-ACERVO.
           MOVE ZEROS TO CHAVE-ACER
           START ACERVO KEY NOT LESS THAN CHAVE-ACER INVALID KEY
              GO TO 0530-EMPREST.

       0520-LE-ACERVO.
           READ ACERVO NEXT
           IF STATUS-ACER NOT = '00'
              GO TO 0530-EMPREST.
           MOVE COD-OBRA TO OBRA-SI
           MOVE NUM-EXEMPLAR TO EXEMPLAR-SI
           MOVE 'A' TO ORIGEM-SI
           MOVE SIT-ACER TO SIT-SI
           MOVE TITULO-ACER TO TITULO-SI
           RELEASE REG-SORTIB
           GO TO 0520-LE-ACERVO.

       0530-EMPREST.
           IF WS-SEM-EMPREST = 'S'
              GO TO 0550-INVBIB.
           MOVE ZEROS TO CHAVE-EMP
           START EMPREST KEY NOT LESS THAN CHAVE-EMP INVALID KEY
              GO TO 0550-INVBIB.

       0540-LE-EMPREST.
           READ EMPREST NEXT
           IF STATUS-EMP NOT = '00'
              GO TO 0550-INVBIB.
           IF NOT EMP-ABERTO
              GO TO 0540-LE-EMPREST.
           MOVE COD-OBRA-EMP TO OBRA-SI
           MOVE NUM-EXEMPLAR-EMP TO EXEMPLAR-SI
           MOVE 'E' TO ORIGEM-SI
           MOVE SPACES TO SIT-SI TITULO-SI
           RELEASE REG-SORTIB
           GO TO 0540-LE-EMPREST.

       0550-INVBIB.
           MOVE WS-ANO TO ANO-IB
           MOVE ZEROS TO COD-OBRA-IB NUM-EXEMPLAR-IB
           START INVBIB KEY NOT LESS THAN CHAVE-IB INVALID KEY
              GO TO 0599-FIM.

       0560-LE-INVBIB.
           READ INVBIB NEXT
           IF STATUS-IB NOT = '00'
              GO TO 0599-FIM.
           IF ANO-IB NOT = WS-ANO
              GO TO 0599-FIM.
           MOVE COD-OBRA-IB TO OBRA-SI
           MOVE NUM-EXEMPLAR-IB TO EXEMPLAR-SI
           MOVE 'I' TO ORIGEM-SI
           MOVE SPACES TO SIT-SI TITULO-SI
           RELEASE REG-SORTIB
           GO TO 0560-LE-INVBIB.

       0599-FIM. EXIT.

      * CADA EXEMPLAR (OBRA + EXEMPLAR) REUNE ATE 3 REGISTROS: DO
      * ACERVO, DO EMPRESTIMO EM ABERTO E DA CONTAGEM
       0600-CONFRONTA SECTION.
       0610-LE-SORT.
           RETURN SORTIB AT END
              GO TO 0690-ULTIMO.
           MOVE OBRA-SI TO OBRA-W
           MOVE EXEMPLAR-SI TO EXEMPLAR-W
           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              GO TO 0620-NOVO-GRUPO.
           IF WS-CHAVE-SI = WS-CHAVE-ANT
              GO TO 0630-ACUMULA.
           PERFORM 0650-AVALIA THRU 0659-FIM-AVALIA.

       0620-NOVO-GRUPO.
           MOVE WS-CHAVE-SI TO WS-CHAVE-ANT
           MOVE 'N' TO GRP-NO-ACERVO GRP-EMPRESTIMO GRP-CONTADO
           MOVE SPACES TO GRP-SIT GRP-TITULO.

       0630-ACUMULA.
           IF ORIGEM-SI = 'A'
              MOVE 'S' TO GRP-NO-ACERVO
              MOVE SIT-SI TO GRP-SIT
              MOVE TITULO-SI TO GRP-TITULO.
           IF ORIGEM-SI = 'E'
              MOVE 'S' TO GRP-EMPRESTIMO.
           IF ORIGEM-SI = 'I'
              MOVE 'S' TO GRP-CONTADO
              ADD 1 TO CONT-CONTADOS.
           GO TO 0610-LE-SORT.

       0650-AVALIA.
           MOVE SPACES TO OCOR-DET1
           IF GRP-NO-ACERVO = 'N' AND GRP-CONTADO = 'S'
              MOVE 'DESCONHECIDO NO ACERVO' TO OCOR-DET1
              ADD 1 TO CONT-DESCONHECIDOS
              GO TO 0655-IMPRIME.
           IF GRP-NO-ACERVO = 'N'
              GO TO 0659-FIM-AVALIA.
           IF GRP-SIT = 'D' AND GRP-CONTADO = 'N'
              MOVE 'NAO ENCONTRADO' TO OCOR-DET1
              ADD 1 TO CONT-NAO-ACHADOS
              GO TO 0655-IMPRIME.
           IF GRP-SIT = 'R' AND GRP-CONTADO = 'N'
              MOVE 'NAO ENCONTRADO (SEPARADO)' TO OCOR-DET1
              ADD 1 TO CONT-SEPARADOS
              GO TO 0655-IMPRIME.
           IF GRP-SIT = 'E' AND GRP-EMPRESTIMO = 'N'
              MOVE 'EMPRESTADO SEM EMPRESTIMO' TO OCOR-DET1
              ADD 1 TO CONT-SEM-EMP
              GO TO 0655-IMPRIME.
           GO TO 0659-FIM-AVALIA.

       0655-IMPRIME.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE OBRA-ANT TO OBRA-DET1
           MOVE EXEMPLAR-ANT TO EXEMPLAR-DET1
           MOVE GRP-TITULO TO TITULO-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN.

       0659-FIM-AVALIA. EXIT.

       0690-ULTIMO.
           IF FLAG-GRUPO NOT = 0
              PERFORM 0650-AVALIA THRU 0659-FIM-AVALIA.

       0699-FIM. EXIT.

       0800-ROTINAS SECTION.
       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-ANO TO ANO-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           MOVE 6 TO CONTLIN.

       8099-FIM-CAB. EXIT.

       0900-FIM.
           CLOSE INVBIB
                 ACERVO
           IF WS-SEM-EMPREST = 'N'
              CLOSE EMPREST.
           CHAIN 'MSECRET2.EXE'.

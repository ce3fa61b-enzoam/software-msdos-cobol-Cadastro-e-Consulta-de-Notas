       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSELO-COB.
      *       SISTEMA DE NOTAS
      *    ANALISTA: FABIO
      *    PROGRAMADOR(A): FABIO
      *    FINALIDADE: CONFERENCIA DOS SELOS DE UM ANO FECHADO - REFAZ
      *                A PARTIR DO CADNOTAS.DAT, POR CURSO/DISCIPLINA,
      *                A QTDE DE ALUNOS, A SOMA DAS NOTAS, A SOMA DAS
      *                FALTAS E O VALOR DE VERIFICACAO GRAVADOS PELO
      *                FECHANO (E AJUSTADOS PELO CORRNOTA) EM SELO.DAT
      *                E LISTA TODA DISCIPLINA QUE NAO CONFERE:
      *                - DIVERGE      : VALORES DIFERENTES DO SELO;
      *                - SEM SELO     : NOTAS SEM SELO GRAVADO;
      *                - SELO SEM NOTA: SELO SEM NENHUMA NOTA NO ANO.
      *                ANO JA ARQUIVADO PELO ARQANO (ARQCAT.DAT) E
      *                CONFERIDO PELO ARQUIVO ANUAL CADNOaaaa.ARQ.
      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT CADNOTAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CADNT
                       FILE STATUS STATUS-CADNT.

           SELECT FECHADO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY ANO-FECH
                       FILE STATUS STATUS-FECH.

           SELECT SELO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SELO
                       FILE STATUS STATUS-SELO.

           SELECT ARQCAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY ANO-CAT
                       FILE STATUS STATUS-CAT.

           SELECT ARQCAD ASSIGN TO DISK
                       FILE STATUS STATUS-ACAD.

           SELECT SORTSEL ASSIGN TO DISK.

           SELECT RELSELO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CADNOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CADNOTAS.DAT'
           RECORD CONTAINS 87 CHARACTERS.

       01  REG-CADNOTAS.
           05  CHAVE-CADNT.
               10 ANO-CADNOTA              PIC 9(04).
               10 COD-CURSO-CADNOTA        PIC 9(02).
               10 COD-ALUNO-CADNOTA        PIC 9(06).
               10 COD-DISCI-CADNOTA        PIC 9(04).
           05  NOTA-FALTA OCCURS 5 TIMES.
               10  NOTA-CADNOTA           PIC 99V9.
               10  FALTAS-CADNOTA         PIC 9(03).
           05  BIM-CADNOTA                PIC 9.
           05  NOME-ALUNO-CADNOTA         PIC X(40).

       FD  FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FECHADO.DAT'
           RECORD CONTAINS 24 CHARACTERS.

       01  REG-FECHADO.
           05  ANO-FECH                PIC 9(04).
           05  DATA-FECH               PIC 9(08).
           05  OPERADOR-FECH           PIC X(10).
           05  FILLER                  PIC X(02).

       FD  SELO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SELO.DAT'
           RECORD CONTAINS 90 CHARACTERS.

       01  REG-SELO.
           05  CHAVE-SELO.
               10  ANO-SELO            PIC 9(04).
               10  CURSO-SELO          PIC 9(02).
               10  DISCI-SELO          PIC 9(04).
           05  QTD-ALU-SELO            PIC 9(05).
           05  SOMA-NOTA-SELO          PIC 9(07)V9.
           05  SOMA-FALTA-SELO         PIC 9(07).
           05  VERIF-SELO              PIC 9(12).
           05  DATA-SELO               PIC 9(08).
           05  OPER-SELO               PIC X(10).
           05  DATA-RESELO             PIC 9(08).
           05  OPER-RESELO             PIC X(10).
           05  QTD-RESELO              PIC 9(03).
           05  FILLER                  PIC X(09).

       FD  ARQCAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ARQCAT.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-ARQCAT.
           05  ANO-CAT                 PIC 9(04).
           05  DATA-CAT                PIC 9(08).
           05  QTD-CAD-CAT             PIC 9(05).
           05  QTD-NOT-CAT             PIC 9(05).
           05  QTD-MAT-CAT             PIC 9(05).
           05  FILLER                  PIC X(03).

       FD  ARQCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID WS-NOME-ACAD
           RECORD CONTAINS 87 CHARACTERS.

       01  REG-ARQCAD                  PIC X(87).

       SD  SORTSEL
           VALUE OF FILE-ID 'VERSELO.TMP'.

       01  REG-SORTSEL.
           05  CURSO-SS                PIC 9(02).
           05  DISCI-SS                PIC 9(04).
           05  ALUNO-SS                PIC 9(06).
           05  NOTAS-SS                PIC X(30).

       FD  RELSELO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-DIS              PIC X(02) VALUE SPACE.
       01  STATUS-CADNT            PIC X(02) VALUE SPACE.
       01  STATUS-FECH             PIC X(02) VALUE SPACE.
       01  STATUS-SELO             PIC X(02) VALUE SPACE.
       01  STATUS-CAT              PIC X(02) VALUE SPACE.
       01  STATUS-ACAD             PIC X(02) VALUE SPACE.
       01  WS-SEM-ARQCAT           PIC X VALUE 'N'.
       01  WS-ARQUIVADO            PIC X VALUE 'N'.
       01  WS-NOME-ACAD            PIC X(13) VALUE 'CADNO0000.ARQ'.
       01  WS-ANO-VER              PIC 9(04) VALUE ZEROS.
       01  WS-RESPOSTA             PIC X.
       01  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  FLAG-GRUPO              PIC 9 VALUE ZEROS.
       01  CONT-CONFERIDAS         PIC 9(05) VALUE ZEROS.
       01  CONT-INTEGRAS           PIC 9(05) VALUE ZEROS.
       01  CONT-DIVERGE            PIC 9(05) VALUE ZEROS.
       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
       01  CONTLIN                 PIC 9(02) VALUE ZEROS.
       01  WS-CHAVE-GRUPO.
           05  ANO-GRUPO           PIC 9(04).
           05  CURSO-GRUPO         PIC 9(02).
           05  DISCI-GRUPO         PIC 9(04).
       01  WS-CHAVE-SELO           PIC X(10) VALUE SPACES.
       01  WS-MOTIVO               PIC X(16) VALUE SPACES.
       01  WS-NF-SELO.
           05  NF-SELO OCCURS 5 TIMES.
               10  NOTA-NF-SELO        PIC 99V9.
               10  FALTA-NF-SELO       PIC 9(03).
       01  WS-ALUNO-SELO           PIC 9(06) VALUE ZEROS.
       01  WS-IND-SELO             PIC 9 VALUE ZEROS.
       01  WS-PARCELA-SELO         PIC 9(07) VALUE ZEROS.
       01  WS-NOTAS-REG            PIC 9(03)V9 VALUE ZEROS.
       01  WS-FALTAS-REG           PIC 9(04) VALUE ZEROS.
       01  WS-VERIF-REG            PIC 9(12) VALUE ZEROS.
       01  WS-QTD-SELO             PIC 9(05) VALUE ZEROS.
       01  WS-NOTAS-SELO           PIC 9(07)V9 VALUE ZEROS.
       01  WS-FALTAS-SELO          PIC 9(07) VALUE ZEROS.
       01  WS-VERIF-SELO           PIC 9(15) VALUE ZEROS.
       01  WS-LISTA.
           05  CURSO-LST           PIC 9(02).
           05  DISCI-LST           PIC 9(04).
           05  QTD-SEL-LST         PIC 9(05).
           05  NOTA-SEL-LST        PIC 9(07)V9.
           05  FALTA-SEL-LST       PIC 9(07).
           05  VERIF-SEL-LST       PIC 9(12).
           05  QTD-ATU-LST         PIC 9(05).
           05  NOTA-ATU-LST        PIC 9(07)V9.
           05  FALTA-ATU-LST       PIC 9(07).
           05  VERIF-ATU-LST       PIC 9(12).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'VERSELO'.
           05 FILLER               PIC X(37) VALUE
              'CONFERENCIA DOS SELOS DO ANO'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(05) VALUE 'ANO ['.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(14) VALUE '] FECHADO EM '.
           05 DATA-FECH-CAB2       PIC 9999/99/99.
           05 FILLER               PIC X(05) VALUE ' POR '.
           05 OPER-FECH-CAB2       PIC X(10).
           05 FILLER               PIC X(12) VALUE '  EMISSAO '.
           05 DATA-CAB2            PIC 9999/99/99.

       01  CAB3.
           05 FILLER               PIC X(44) VALUE
              '[CURSO/DISC] [        DISCIPLINA         ]'.
           05 FILLER               PIC X(20) VALUE
              '   [SITUACAO     ]'.

       01  DET-DISC.
           05 CURSO-DD             PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 DISCI-DD             PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DD              PIC X(35).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MOTIVO-DD            PIC X(16).

       01  DET-VAL.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 ROT-DV               PIC X(08).
           05 FILLER               PIC X(05) VALUE 'ALU. '.
           05 QTD-DV               PIC ZZ.ZZ9.
           05 FILLER               PIC X(08) VALUE '  NOTAS '.
           05 NOTA-DV              PIC Z.ZZZ.ZZ9,9.
           05 FILLER               PIC X(09) VALUE '  FALTAS '.
           05 FALTA-DV             PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(08) VALUE '  VERIF '.
           05 VERIF-DV             PIC 9(12).

       01  DET-RESELO.
           05 FILLER               PIC X(14) VALUE '    SELADO EM '.
           05 DATA-DR              PIC 9999/99/99.
           05 FILLER               PIC X(05) VALUE ' POR '.
           05 OPER-DR              PIC X(10).
           05 FILLER               PIC X(10) VALUE '  RESELOS '.
           05 QTD-DR               PIC ZZ9.
           05 FILLER               PIC X(05) VALUE ' ULT '.
           05 DATA-UR              PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 OPER-UR              PIC X(10).

       01  RODAPE1.
           05 FILLER               PIC X(26) VALUE
              'DISCIPLINAS CONFERIDAS...:'.
           05 TOT-ROD1             PIC ZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(26) VALUE
              'SELOS INTEGROS...........:'.
           05 TOT-ROD2             PIC ZZ.ZZ9.

       01  RODAPE3.
           05 FILLER               PIC X(26) VALUE
              'DISCIPLINAS QUE NAO BATEM:'.
           05 TOT-ROD3             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0050-OPEN-ARQS.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (17 25) 'DISCI.DAT INEXISTENTE - ABORTADO'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADNOTAS
           IF STATUS-CADNT NOT = '00'
              DISPLAY (17 25) 'CADNOTAS.DAT INEXISTENTE - ABORTADO'
              CLOSE CADDISCI
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT FECHADO
           IF STATUS-FECH NOT = '00'
              DISPLAY (17 20) 'FECHADO.DAT INEXISTENTE (RODE O FECHANO)'
              CLOSE CADDISCI
                    CADNOTAS
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT SELO
           IF STATUS-SELO NOT = '00'
              DISPLAY (17 20) 'SELO.DAT INEXISTENTE (RODE O FECHANO)'
              CLOSE CADDISCI
                    CADNOTAS
                    FECHADO
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT ARQCAT
           IF STATUS-CAT NOT = '00'
              MOVE 'S' TO WS-SEM-ARQCAT.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'VERSELO'
           DISPLAY (02 22) 'CONFERENCIA DOS SELOS DO ANO FECHADO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'ANO A CONFERIR [    ]'.

       0300-ANO.
           ACCEPT (06 26) WS-ANO-VER WITH PROMPT AUTO-SKIP
           IF WS-ANO-VER = ZEROS
              GO TO 0900-FIM.
           MOVE WS-ANO-VER TO ANO-FECH
           READ FECHADO INVALID KEY
              DISPLAY (22 22) 'ANO NAO FECHADO - NAO HA SELO'
              STOP ' '
              GO TO 0200-TELA.

      * ANO ARQUIVADO: AS NOTAS SAIRAM DO CADNOTAS.DAT
       0320-ARQUIVADO.
           MOVE 'N' TO WS-ARQUIVADO
           IF WS-SEM-ARQCAT = 'S'
              GO TO 0350-CONFIRMA.
           MOVE WS-ANO-VER TO ANO-CAT
           READ ARQCAT INVALID KEY
              GO TO 0350-CONFIRMA.
           MOVE 'S' TO WS-ARQUIVADO
           MOVE WS-ANO-VER TO WS-NOME-ACAD (6:4)
           OPEN INPUT ARQCAD
           IF STATUS-ACAD NOT = '00'
              DISPLAY (22 18) 'ANO ARQUIVADO E ARQUIVO ANUAL AUSENTE:'
              DISPLAY (22 57) WS-NOME-ACAD
              STOP ' '
              GO TO 0200-TELA.
           CLOSE ARQCAD
           DISPLAY (07 10) 'ANO ARQUIVADO - CONFERE PELO'
           DISPLAY (07 39) WS-NOME-ACAD.

       0350-CONFIRMA.
           DISPLAY (08 10)
             'CONFIRMA A EMISSAO DA CONFERENCIA ? S/N [ ]'
           ACCEPT (08 51) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0350-CONFIRMA.
           DISPLAY (22 30) 'AGUARDE...'.

       0400-PROCESSA.
           OPEN OUTPUT RELSELO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO FLAG-GRUPO CONTPAG CONT-CONFERIDAS
                         CONT-INTEGRAS CONT-DIVERGE
           MOVE ZEROS TO WS-QTD-SELO WS-NOTAS-SELO WS-FALTAS-SELO
                         WS-VERIF-SELO
           MOVE WS-ANO-VER TO ANO-GRUPO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           PERFORM 0450-POSICIONA-SELO THRU 0459-FIM-POS
           SORT SORTSEL ASCENDING KEY CURSO-SS DISCI-SS ALUNO-SS
                INPUT  PROCEDURE 0500-SELECIONA
                OUTPUT PROCEDURE 0600-CONFERE
           MOVE CONT-CONFERIDAS TO TOT-ROD1
           MOVE CONT-INTEGRAS TO TOT-ROD2
           MOVE CONT-DIVERGE TO TOT-ROD3
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           WRITE REG-ORELATO FROM RODAPE3 AFTER 1
           CLOSE RELSELO

           DISPLAY (22 30) '          '
           DISPLAY (20 10) 'DISCIPLINAS QUE NAO BATEM COM O SELO:'
           DISPLAY (20 48) CONT-DIVERGE
           STOP ' '
           GO TO 0200-TELA.

      * SELOS DO ANO SAO LIDOS EM SEQUENCIA JUNTO COM A SAIDA DO
      * SORT (MESMA ORDEM CURSO/DISCIPLINA) - FIM DOS SELOS DO ANO
      * FICA COMO HIGH-VALUES
       0450-POSICIONA-SELO.
           MOVE HIGH-VALUES TO WS-CHAVE-SELO
           MOVE WS-ANO-VER TO ANO-SELO
           MOVE ZEROS TO CURSO-SELO DISCI-SELO
           START SELO KEY NOT LESS THAN CHAVE-SELO INVALID KEY
              GO TO 0459-FIM-POS.
           PERFORM 0470-LE-SELO THRU 0479-FIM-LE-SELO.

       0459-FIM-POS. EXIT.

       0470-LE-SELO.
           MOVE HIGH-VALUES TO WS-CHAVE-SELO
           READ SELO NEXT
           IF STATUS-SELO NOT = '00'
              GO TO 0479-FIM-LE-SELO.
           IF ANO-SELO NOT = WS-ANO-VER
              GO TO 0479-FIM-LE-SELO.
           MOVE CHAVE-SELO TO WS-CHAVE-SELO.

       0479-FIM-LE-SELO. EXIT.

       0500-SELECIONA SECTION.
       0510-POSICIONA.
           MOVE WS-ANO-VER TO ANO-CADNOTA
           MOVE ZEROS TO COD-CURSO-CADNOTA COD-ALUNO-CADNOTA
                         COD-DISCI-CADNOTA
           IF WS-ARQUIVADO = 'S'
              OPEN INPUT ARQCAD
              GO TO 0530-LE-ARQUIVO.
           START CADNOTAS KEY NOT LESS THAN CHAVE-CADNT INVALID KEY
              GO TO 0599-FIM.

       0520-LE-CADNOTAS.
           READ CADNOTAS NEXT
           IF STATUS-CADNT NOT = '00'
              GO TO 0599-FIM.
           IF ANO-CADNOTA NOT = WS-ANO-VER
              GO TO 0599-FIM.
           PERFORM 0550-LIBERA THRU 0559-FIM-LIBERA
           GO TO 0520-LE-CADNOTAS.

       0530-LE-ARQUIVO.
           READ ARQCAD INTO REG-CADNOTAS AT END
              CLOSE ARQCAD
              GO TO 0599-FIM.
           IF ANO-CADNOTA = WS-ANO-VER
              PERFORM 0550-LIBERA THRU 0559-FIM-LIBERA.
           GO TO 0530-LE-ARQUIVO.

       0550-LIBERA.
           MOVE COD-CURSO-CADNOTA TO CURSO-SS
           MOVE COD-DISCI-CADNOTA TO DISCI-SS
           MOVE COD-ALUNO-CADNOTA TO ALUNO-SS
           MOVE REG-CADNOTAS (17:30) TO NOTAS-SS
           RELEASE REG-SORTSEL.

       0559-FIM-LIBERA. EXIT.

       0599-FIM. EXIT.

       0600-CONFERE SECTION.
       0610-LE-SORT.
           RETURN SORTSEL AT END
              GO TO 0690-ULTIMO-GRUPO.

           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              MOVE CURSO-SS TO CURSO-GRUPO
              MOVE DISCI-SS TO DISCI-GRUPO
              GO TO 0630-ACUMULA.

           IF CURSO-SS NOT = CURSO-GRUPO OR DISCI-SS NOT = DISCI-GRUPO
              PERFORM 0700-CONFRONTA THRU 0729-FIM-CONFRONTA
              MOVE CURSO-SS TO CURSO-GRUPO
              MOVE DISCI-SS TO DISCI-GRUPO.

       0630-ACUMULA.
           MOVE NOTAS-SS TO WS-NF-SELO
           MOVE ALUNO-SS TO WS-ALUNO-SELO
           PERFORM 9600-CALCULA-SELO THRU 9699-FIM-SELO
           ADD 1 TO WS-QTD-SELO
           ADD WS-NOTAS-REG TO WS-NOTAS-SELO
           ADD WS-FALTAS-REG TO WS-FALTAS-SELO
           ADD WS-VERIF-REG TO WS-VERIF-SELO
           GO TO 0610-LE-SORT.

      * ULTIMA DISCIPLINA E SELOS QUE SOBRARAM SEM NENHUMA NOTA
       0690-ULTIMO-GRUPO.
           IF FLAG-GRUPO NOT = 0
              PERFORM 0700-CONFRONTA THRU 0729-FIM-CONFRONTA.

       0695-SOBRA-SELO.
           IF WS-CHAVE-SELO = HIGH-VALUES
              GO TO 0699-FIM.
           PERFORM 0760-SELO-SEM-NOTA THRU 0769-FIM-SEM-NOTA
           GO TO 0695-SOBRA-SELO.

       0699-FIM. EXIT.

       0700-ROTINAS SECTION.
      * CONFRONTA A DISCIPLINA RECALCULADA COM O SELO DA VEZ; SELOS
      * DE CHAVE MENOR FICARAM SEM NOTAS NO ANO
       0700-CONFRONTA.
           IF WS-CHAVE-SELO < WS-CHAVE-GRUPO
              PERFORM 0760-SELO-SEM-NOTA THRU 0769-FIM-SEM-NOTA
              GO TO 0700-CONFRONTA.
           ADD 1 TO CONT-CONFERIDAS
           MOVE CURSO-GRUPO TO CURSO-LST
           MOVE DISCI-GRUPO TO DISCI-LST
           MOVE WS-QTD-SELO TO QTD-ATU-LST
           MOVE WS-NOTAS-SELO TO NOTA-ATU-LST
           MOVE WS-FALTAS-SELO TO FALTA-ATU-LST
           MOVE WS-VERIF-SELO TO VERIF-ATU-LST
           IF WS-CHAVE-SELO NOT = WS-CHAVE-GRUPO
              MOVE 'SEM SELO' TO WS-MOTIVO
              MOVE ZEROS TO QTD-SEL-LST NOTA-SEL-LST FALTA-SEL-LST
                            VERIF-SEL-LST
              PERFORM 0780-LISTA THRU 0789-FIM-LISTA
              GO TO 0720-ZERA.
           IF QTD-ALU-SELO = QTD-ATU-LST
              AND SOMA-NOTA-SELO = NOTA-ATU-LST
              AND SOMA-FALTA-SELO = FALTA-ATU-LST
              AND VERIF-SELO = VERIF-ATU-LST
              ADD 1 TO CONT-INTEGRAS
              GO TO 0710-PROXIMO-SELO.
           MOVE 'DIVERGE' TO WS-MOTIVO
           PERFORM 0750-SELADO THRU 0759-FIM-SELADO
           PERFORM 0780-LISTA THRU 0789-FIM-LISTA.

       0710-PROXIMO-SELO.
           PERFORM 0470-LE-SELO THRU 0479-FIM-LE-SELO.

       0720-ZERA.
           MOVE ZEROS TO WS-QTD-SELO WS-NOTAS-SELO WS-FALTAS-SELO
                         WS-VERIF-SELO.

       0729-FIM-CONFRONTA. EXIT.

       0750-SELADO.
           MOVE QTD-ALU-SELO TO QTD-SEL-LST
           MOVE SOMA-NOTA-SELO TO NOTA-SEL-LST
           MOVE SOMA-FALTA-SELO TO FALTA-SEL-LST
           MOVE VERIF-SELO TO VERIF-SEL-LST.

       0759-FIM-SELADO. EXIT.

       0760-SELO-SEM-NOTA.
           ADD 1 TO CONT-CONFERIDAS
           MOVE 'SELO SEM NOTA' TO WS-MOTIVO
           MOVE CURSO-SELO TO CURSO-LST
           MOVE DISCI-SELO TO DISCI-LST
           MOVE ZEROS TO QTD-ATU-LST NOTA-ATU-LST FALTA-ATU-LST
                         VERIF-ATU-LST
           PERFORM 0750-SELADO THRU 0759-FIM-SELADO
           PERFORM 0780-LISTA THRU 0789-FIM-LISTA
           PERFORM 0470-LE-SELO THRU 0479-FIM-LE-SELO.

       0769-FIM-SEM-NOTA. EXIT.

       0780-LISTA.
           ADD 1 TO CONT-DIVERGE
           IF CONTLIN > 53
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE CURSO-LST TO CURSO-DD COD-CURSO-DIS
           MOVE DISCI-LST TO DISCI-DD COD-DISCIPLINA
           MOVE WS-ANO-VER TO ANO-DISCI
           READ CADDISCI INVALID KEY
              MOVE 'DISCIPLINA NAO CADASTRADA' TO NOME-DISCIPLINA.
           MOVE NOME-DISCIPLINA TO NOME-DD
           MOVE WS-MOTIVO TO MOTIVO-DD
           WRITE REG-ORELATO FROM DET-DISC AFTER 2
           MOVE 'SELADO:' TO ROT-DV
           MOVE QTD-SEL-LST TO QTD-DV
           MOVE NOTA-SEL-LST TO NOTA-DV
           MOVE FALTA-SEL-LST TO FALTA-DV
           MOVE VERIF-SEL-LST TO VERIF-DV
           WRITE REG-ORELATO FROM DET-VAL AFTER 1
           MOVE 'ATUAL :' TO ROT-DV
           MOVE QTD-ATU-LST TO QTD-DV
           MOVE NOTA-ATU-LST TO NOTA-DV
           MOVE FALTA-ATU-LST TO FALTA-DV
           MOVE VERIF-ATU-LST TO VERIF-DV
           WRITE REG-ORELATO FROM DET-VAL AFTER 1
           ADD 4 TO CONTLIN
           IF WS-MOTIVO = 'SEM SELO'
              GO TO 0789-FIM-LISTA.
           MOVE DATA-SELO TO DATA-DR
           MOVE OPER-SELO TO OPER-DR
           MOVE QTD-RESELO TO QTD-DR
           MOVE DATA-RESELO TO DATA-UR
           MOVE OPER-RESELO TO OPER-UR
           WRITE REG-ORELATO FROM DET-RESELO AFTER 1
           ADD 1 TO CONTLIN.

       0789-FIM-LISTA. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-ANO-VER TO ANO-CAB2
           MOVE DATA-FECH TO DATA-FECH-CAB2
           MOVE OPERADOR-FECH TO OPER-FECH-CAB2
           MOVE WS-DATA-HOJE TO DATA-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           MOVE 6 TO CONTLIN.

       8099-FIM-CAB. EXIT.

      * PARCELA DO ALUNO NO SELO: NOTAS E FALTAS DOS 5 BIMESTRES
      * COM PESO PELA POSICAO, MULTIPLICADAS PELO CODIGO DO ALUNO
      * (MESMO CALCULO DO FECHANO E DO CORRNOTA)
       9600-CALCULA-SELO.
           MOVE ZEROS TO WS-NOTAS-REG WS-FALTAS-REG WS-PARCELA-SELO
           MOVE 1 TO WS-IND-SELO.

       9610-CALCULA-BIM.
           ADD NOTA-NF-SELO (WS-IND-SELO) TO WS-NOTAS-REG
           ADD FALTA-NF-SELO (WS-IND-SELO) TO WS-FALTAS-REG
           COMPUTE WS-PARCELA-SELO = WS-PARCELA-SELO
                 + NOTA-NF-SELO (WS-IND-SELO) * 10
                   * (WS-IND-SELO * 2 - 1)
                 + FALTA-NF-SELO (WS-IND-SELO) * WS-IND-SELO * 2
           ADD 1 TO WS-IND-SELO
           IF WS-IND-SELO < 6
              GO TO 9610-CALCULA-BIM.
           COMPUTE WS-VERIF-REG = WS-PARCELA-SELO * (WS-ALUNO-SELO + 1).

       9699-FIM-SELO. EXIT.

       0900-FIM.
           CLOSE CADDISCI
                 CADNOTAS
                 FECHADO
                 SELO
           IF WS-SEM-ARQCAT = 'N'
              CLOSE ARQCAT.
           CHAIN 'FACAD.EXE'.

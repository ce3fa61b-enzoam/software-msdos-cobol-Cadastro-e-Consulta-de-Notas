       IDENTIFICATION DIVISION.
       PROGRAM-ID CADORC-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :ORCAMENTO DE RECEITA - META DE RECEBIMENTO
      *                      DE MENSALIDADES POR ANO, CURSO E MES
      *                      (ORCREC.DAT), DIGITADA PELA DIRECAO NO
      *                      INICIO DO ANO. O RELORC CONFRONTA A META
      *                      COM O RECEBIDO DO RELARREC
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT curcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-curso
                         FILE STATUS statcur-arq.

           SELECT orccad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-orc
                         FILE STATUS status-orc.

       DATA DIVISION.

       FILE SECTION.

       FD curcad
           LABEL record STANDARD
           value OF FILE-ID 'curso.dat'
           record contains 52 characteres.

       01 regoarq.
           05 chave-curso.
              10 codcurso          PIC 9(06).
           05 descricao            PIC X(40).
           05 mensalidade          PIC 9(04)v99.

       FD orccad
           LABEL record STANDARD
           value OF FILE-ID 'ORCREC.DAT'
           record contains 40 characteres.

       01 reg-orcrec.
           05 chave-orc.
              10 ano-orc           PIC 9(04).
              10 curso-orc         PIC 9(06).
              10 mes-orc           PIC 9(02).
           05 valor-orc            PIC 9(09)v99.
           05 data-alt-orc         PIC 9(08).
           05 FILLER               PIC X(09).

       WORKING-STORAGE SECTION.
       01 statcur-arq              PIC X(02) value spaces.
       01 status-orc               PIC X(02) value spaces.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 ws-data-atual            PIC 9(08) value zeros.
       01 ws-ano                   PIC 9(04) value zeros.
       01 ws-curso                 PIC 9(06) value zeros.
       01 idx-mes                  PIC 9(02) value zeros.
       01 lin                      PIC 9(02) value zeros.
       01 tab-orc.
           05 valor-tab OCCURS 12 TIMES PIC 9(09)v99.
       01 tab-existe.
           05 existe-tab OCCURS 12 TIMES PIC X(01).
       01 tot-orc                  PIC 9(11)v99 value zeros.
       01 ed-valor                 PIC ZZZ.ZZZ.ZZ9,99.
       01 ed-total                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT curcad
           IF statcur-arq NOT = '00'
              DISPLAY (12 30) '[CURSO.DAT INEXISTENTE]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN I-O orccad
           IF status-orc NOT = '00'
              OPEN OUTPUT orccad
              CLOSE orccad
              OPEN I-O orccad.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADORC'
           DISPLAY (02 27) 'ORCAMENTO DE RECEITA POR CURSO'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (04 07) 'ANO [    ]  CURSO [      ]  (ZERO = FIM)'.

       0300-chave.
           ACCEPT (04 12) ws-ano with prompt AUTO-SKIP
           IF ws-ano = ZEROS
              GO TO 0900-fim.
           IF ws-ano < 1997
              DISPLAY (22 20) 'ANO INVALIDO'
              GO TO 0300-chave.
           DISPLAY (22 20) linha-branco
           ACCEPT (04 26) ws-curso with prompt AUTO-SKIP
           IF ws-curso = ZEROS
              GO TO 0900-fim.
           MOVE ws-curso TO codcurso
           READ curcad INVALID KEY
              DISPLAY (22 20) 'CURSO NAO CADASTRADO'
              GO TO 0300-chave.
           DISPLAY (05 07) descricao
           MOVE ZEROS TO tot-orc
           MOVE 1 TO idx-mes.

      * CARREGA OS 12 MESES DO ANO/CURSO; MES SEM META VEM ZERADO
       0310-carrega.
           MOVE ws-ano TO ano-orc
           MOVE ws-curso TO curso-orc
           MOVE idx-mes TO mes-orc
           MOVE 'N' TO existe-tab (idx-mes)
           MOVE ZEROS TO valor-tab (idx-mes)
           READ orccad INVALID KEY
              GO TO 0320-mostra.
           MOVE 'S' TO existe-tab (idx-mes)
           MOVE valor-orc TO valor-tab (idx-mes)
           ADD valor-orc TO tot-orc.

       0320-mostra.
           ADD 6 TO idx-mes GIVING lin
           DISPLAY (lin , 10) 'MES'
           DISPLAY (lin , 14) idx-mes
           MOVE valor-tab (idx-mes) TO ed-valor
           DISPLAY (lin , 18) '['
           DISPLAY (lin , 19) ed-valor
           DISPLAY (lin , 33) ']'
           ADD 1 TO idx-mes
           IF idx-mes NOT > 12
              GO TO 0310-carrega.
           PERFORM 0450-mostra-total
           MOVE 1 TO idx-mes.

      * DIGITACAO MES A MES (ENTER MANTEM); NO MES 1 PODE REPETIR O
      * VALOR NOS DEMAIS MESES
       0400-digita.
           ADD 6 TO idx-mes GIVING lin
           ACCEPT (lin , 19) valor-tab (idx-mes) with UPDATE AUTO-SKIP
           MOVE valor-tab (idx-mes) TO ed-valor
           DISPLAY (lin , 19) ed-valor
           IF idx-mes = 1
              DISPLAY (20 07) 'REPETE O MES 1 NOS DEMAIS ? S/N [ ]'
              ACCEPT (20 40) ws-resp with prompt AUTO-SKIP
              DISPLAY (20 07) linha-branco
              IF ws-resp = 'S' or 's'
                 PERFORM 0420-repete
                 GO TO 0500-confirma.
           ADD 1 TO idx-mes
           IF idx-mes NOT > 12
              GO TO 0400-digita.
           GO TO 0500-confirma.

       0420-repete.
           MOVE 2 TO idx-mes
           PERFORM 0430-repete-mes 11 TIMES.

       0430-repete-mes.
           MOVE valor-tab (1) TO valor-tab (idx-mes)
           ADD 6 TO idx-mes GIVING lin
           MOVE valor-tab (idx-mes) TO ed-valor
           DISPLAY (lin , 19) ed-valor
           ADD 1 TO idx-mes.

       0450-mostra-total.
           MOVE ZEROS TO tot-orc
           MOVE 1 TO idx-mes
           PERFORM 0460-soma-mes 12 TIMES
           MOVE tot-orc TO ed-total
           DISPLAY (19 10) 'TOTAL DO ANO'
           DISPLAY (19 23) ed-total.

       0460-soma-mes.
           ADD valor-tab (idx-mes) TO tot-orc
           ADD 1 TO idx-mes.

       0500-confirma.
           PERFORM 0450-mostra-total
           DISPLAY (21 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (21 23) ws-resp with prompt AUTO-SKIP
           DISPLAY (21 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           MOVE 1 TO idx-mes.

      * GRAVA OS MESES COM META OU JA EXISTENTES (META ZERADA FICA
      * GRAVADA COMO ZERO PARA O RELORC MOSTRAR O CURSO)
       0510-grava.
           IF valor-tab (idx-mes) = ZEROS AND existe-tab (idx-mes) = 'N'
              GO TO 0520-proximo.
           MOVE ws-ano TO ano-orc
           MOVE ws-curso TO curso-orc
           MOVE idx-mes TO mes-orc
           MOVE valor-tab (idx-mes) TO valor-orc
           MOVE ws-data-atual TO data-alt-orc
           IF existe-tab (idx-mes) = 'S'
              REWRITE reg-orcrec
           ELSE
              WRITE reg-orcrec INVALID KEY
                 DISPLAY (22 20) 'PROBLEMA WRITE ORCREC ' status-orc
                 STOP ' '.

       0520-proximo.
           ADD 1 TO idx-mes
           IF idx-mes NOT > 12
              GO TO 0510-grava.
           DISPLAY (22 20) 'ORCAMENTO GRAVADO'
           STOP ' '
           GO TO 0200-tela.

       0900-fim.
           CLOSE curcad
                 orccad
           CHAIN 'mfinanc3.EXE'.

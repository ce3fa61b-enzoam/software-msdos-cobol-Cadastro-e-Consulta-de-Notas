       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCEST-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : AVISO SEMANAL DE VENCIMENTOS DO ESTAGIO - para
      *              cada contrato em andamento (ESTAGIO.DAT) confere
      *              o fim do termo de compromisso, a vigencia do
      *              convenio e o vencimento da apolice de seguro da
      *              empresa concedente (EMPEST.DAT) e lista o que
      *              vence dentro do prazo pedido (padrao 30 dias),
      *              ja vencidos inclusive, e os contratos sem empresa
      *              cadastrada; rodar toda semana pelo MSECRET2
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT ESTAGIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EST
                       FILE STATUS STATUS-EST.

           SELECT EMPEST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EMPE
                       FILE STATUS STATUS-EMPE.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ALUNO.DAT'
           RECORD CONTAINS 128 CHARACTERS.

       01  REG-CADALUNO.
           05  CHAVE-ALU.
               10  COD-ALUNO           PIC 9(06).
               10  COD-CURSO-ALU       PIC 9(02).
           05  NOME-ALUNO              PIC X(35).
           05  FILLER                  PIC X(76).
           05  SITUACAO-ALU            PIC X(01).
               88  ALU-ATIVO           VALUE 'A'.
           05  DATA-SITUACAO-ALU       PIC 9(08).

       FD  ESTAGIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ESTAGIO.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ESTAGIO.
           05  CHAVE-EST.
               10  COD-CURSO-EST       PIC 9(02).
               10  COD-ALUNO-EST       PIC 9(06).
               10  SEQ-EST             PIC 9(02).
           05  EMPRESA-EST             PIC X(35).
           05  COD-PROF-EST            PIC 9(04).
           05  DATA-INI-EST            PIC 9(08).
           05  DATA-FIM-EST            PIC 9(08).
           05  COD-EMPE-EST            PIC 9(04).
           05  FILLER                  PIC X(11).

       FD  EMPEST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'EMPEST.DAT'
           RECORD CONTAINS 200 CHARACTERS.

       01  REG-EMPEST.
           05  CHAVE-EMPE.
               10  COD-EMPE            PIC 9(04).
           05  RAZAO-EMPE              PIC X(35).
           05  CNPJ-EMPE               PIC 9(14).
           05  CONVENIO-EMPE           PIC X(12).
           05  CONV-INI-EMPE           PIC 9(08).
           05  CONV-FIM-EMPE           PIC 9(08).
           05  CONTATO-EMPE            PIC X(30).
           05  FONE-EMPE               PIC 9(12).
           05  SUPERV-EMPE             PIC X(30).
           05  APOLICE-EMPE            PIC X(15).
           05  SEGURADORA-EMPE         PIC X(20).
           05  APOL-VENC-EMPE          PIC 9(08).
           05  FILLER                  PIC X(04).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-EST          PIC X(02) VALUE SPACES.
       01  STATUS-EMPE         PIC X(02) VALUE SPACES.
       01  WS-SEM-EMPE         PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(55) VALUE SPACES.
       01  WS-DIAS             PIC 9(02) VALUE 30.
       01  WS-ACHOU-EMPE       PIC X VALUE 'N'.
       01  WS-VENCE            PIC 9(08) VALUE ZEROS.
       01  WS-ITEM             PIC X(11) VALUE SPACES.
       01  CONT-AVISOS         PIC 9(04) VALUE ZEROS.
       01  CONT-CONTRATOS      PIC 9(04) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE.
           05 WS-ANO-HOJE      PIC 9(04).
           05 WS-MES-HOJE      PIC 9(02).
           05 WS-DIA-HOJE      PIC 9(02).
       01  WS-DATA-PRAZO.
           05 WS-ANO-PRAZO     PIC 9(04).
           05 WS-MES-PRAZO     PIC 9(02).
           05 WS-DIA-PRAZO     PIC 9(02).
       01  WS-DIAS-MES         PIC 9(02) VALUE ZEROS.
       01  WS-REM-4            PIC 9(04) VALUE ZEROS.
       01  WS-QUOC             PIC 9(04) VALUE ZEROS.
       01  WS-DATA-AUX.
           05 ANO-AUX          PIC 9(04).
           05 MES-AUX          PIC 9(02).
           05 DIA-AUX          PIC 9(02).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'VENCEST'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(48) VALUE
           'ESTAGIOS COM TERMO, CONVENIO OU SEGURO A VENCER'.

       01  CAB3.
           05 FILLER               PIC X(12) VALUE 'REFERENCIA: '.
           05 DIA-CAB3             PIC 9(02).
           05 FILLER               PIC X VALUE '/'.
           05 MES-CAB3             PIC 9(02).
           05 FILLER               PIC X VALUE '/'.
           05 ANO-CAB3             PIC 9(04).
           05 FILLER               PIC X(09) VALUE '   PRAZO '.
           05 DIAS-CAB3            PIC Z9.
           05 FILLER               PIC X(05) VALUE ' DIAS'.

       01  CAB4.
           05 FILLER               PIC X(10) VALUE 'ALUNO  CUR'.
           05 FILLER               PIC X(21) VALUE 'NOME'.
           05 FILLER               PIC X(17) VALUE 'EMPRESA'.
           05 FILLER               PIC X(12) VALUE 'ITEM'.
           05 FILLER               PIC X(11) VALUE 'VENCE EM'.

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 NOME-DET1            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 EMPRESA-DET1         PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ITEM-DET1            PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIA-DET1             PIC 9(02).
           05 BAR1-DET1            PIC X(01).
           05 MES-DET1             PIC 9(02).
           05 BAR2-DET1            PIC X(01).
           05 ANO-DET1             PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SIT-DET1             PIC X(07).

       01  TOT1.
           05 FILLER               PIC X(26) VALUE
           'CONTRATOS EM ANDAMENTO...:'.
           05 QTD-TOT1             PIC ZZZ9.

       01  TOT2.
           05 FILLER               PIC X(26) VALUE
           'AVISOS EMITIDOS..........:'.
           05 QTD-TOT2             PIC ZZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT ESTAGIO
           IF STATUS-EST NOT = '00'
              DISPLAY (12 20) 'ESTAGIO.DAT INEXISTENTE (USE O CADEST)'
              CLOSE CADALUNO
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT EMPEST
           IF STATUS-EMPE NOT = '00'
              MOVE 'S' TO WS-SEM-EMPE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'VENCEST'
           DISPLAY (02 22) 'VENCIMENTOS DO ESTAGIO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'AVISAR O QUE VENCE NOS PROXIMOS [  ] DIAS'
           DISPLAY (05 43) WS-DIAS.

       0300-PRAZO.
           ACCEPT (05 43) WS-DIAS WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-DIAS = ZEROS
              GO TO 0990-FIM.
           IF WS-SEM-EMPE = 'S'
              DISPLAY (20 10) 'EMPEST.DAT INEXISTENTE - CADASTRE AS'
              DISPLAY (21 10) 'EMPRESAS NO CADEST (OPCAO E)'.

       0310-CONFIRMA.
           DISPLAY (08 10) 'EMITE O AVISO (S OU N)  [ ]'
           ACCEPT (08 35) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0990-FIM.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0310-CONFIRMA.
           MOVE WS-DIAS TO WS-QUOC
           PERFORM 9500-SOMA-DIAS THRU 9599-FIM-SOMA.

       0400-IMPRIME.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG CONT-AVISOS CONT-CONTRATOS
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           MOVE ZEROS TO CHAVE-EST
           START ESTAGIO KEY NOT LESS THAN CHAVE-EST INVALID KEY
              GO TO 0800-TOTAIS.

       0410-LE-ESTAGIO.
           READ ESTAGIO NEXT
           IF STATUS-EST NOT = '00'
              GO TO 0800-TOTAIS.
           IF DATA-FIM-EST < WS-DATA-HOJE
              GO TO 0410-LE-ESTAGIO.
           MOVE COD-ALUNO-EST TO COD-ALUNO
           MOVE COD-CURSO-EST TO COD-CURSO-ALU
           READ CADALUNO INVALID KEY
              GO TO 0410-LE-ESTAGIO.
           IF NOT ALU-ATIVO
              GO TO 0410-LE-ESTAGIO.
           ADD 1 TO CONT-CONTRATOS
           IF COD-EMPE-EST NOT NUMERIC
              MOVE ZEROS TO COD-EMPE-EST.
           MOVE 'N' TO WS-ACHOU-EMPE
           IF WS-SEM-EMPE = 'N' AND COD-EMPE-EST NOT = ZEROS
              MOVE 'S' TO WS-ACHOU-EMPE
              MOVE COD-EMPE-EST TO COD-EMPE
              READ EMPEST INVALID KEY
                 MOVE 'N' TO WS-ACHOU-EMPE.
           IF DATA-FIM-EST NOT > WS-DATA-PRAZO
              MOVE 'TERMO' TO WS-ITEM
              MOVE DATA-FIM-EST TO WS-VENCE
              PERFORM 2000-AVISO THRU 2099-FIM-AVISO.
           IF WS-ACHOU-EMPE = 'N'
              MOVE 'SEM EMPRESA' TO WS-ITEM
              MOVE ZEROS TO WS-VENCE
              PERFORM 2000-AVISO THRU 2099-FIM-AVISO
              GO TO 0410-LE-ESTAGIO.
           IF CONV-FIM-EMPE NOT > WS-DATA-PRAZO
              MOVE 'CONVENIO' TO WS-ITEM
              MOVE CONV-FIM-EMPE TO WS-VENCE
              PERFORM 2000-AVISO THRU 2099-FIM-AVISO.
           IF APOL-VENC-EMPE NOT > WS-DATA-PRAZO
              MOVE 'SEGURO' TO WS-ITEM
              MOVE APOL-VENC-EMPE TO WS-VENCE
              PERFORM 2000-AVISO THRU 2099-FIM-AVISO.
           GO TO 0410-LE-ESTAGIO.

       0800-TOTAIS.
           MOVE CONT-CONTRATOS TO QTD-TOT1
           MOVE CONT-AVISOS TO QTD-TOT2
           WRITE REG-ORELATO FROM SPACES AFTER 1
           WRITE REG-ORELATO FROM TOT1 AFTER 1
           WRITE REG-ORELATO FROM TOT2 AFTER 1
           CLOSE RELAT
           DISPLAY (22 10) 'AVISO EMITIDO - ITENS A VENCER:'
           DISPLAY (22 42) CONT-AVISOS
           STOP ' '
           GO TO 0990-FIM.

       0990-FIM.
           CLOSE CADALUNO
                 ESTAGIO
           IF WS-SEM-EMPE = 'N'
              CLOSE EMPEST.
           CHAIN 'MSECRET2.EXE'.

       2000-AVISO.
           ADD 1 TO CONT-AVISOS
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE COD-ALUNO-EST TO ALUNO-DET1
           MOVE COD-CURSO-EST TO CURSO-DET1
           MOVE NOME-ALUNO TO NOME-DET1
           MOVE EMPRESA-EST TO EMPRESA-DET1
           MOVE WS-ITEM TO ITEM-DET1
           MOVE SPACES TO SIT-DET1
           IF WS-VENCE = ZEROS
              MOVE ZEROS TO DIA-DET1 MES-DET1 ANO-DET1
              MOVE SPACES TO BAR1-DET1 BAR2-DET1
              GO TO 2090-GRAVA.
           MOVE WS-VENCE TO WS-DATA-AUX
           MOVE DIA-AUX TO DIA-DET1
           MOVE MES-AUX TO MES-DET1
           MOVE ANO-AUX TO ANO-DET1
           MOVE '/' TO BAR1-DET1 BAR2-DET1
           IF WS-VENCE < WS-DATA-HOJE
              MOVE 'VENCIDO' TO SIT-DET1.

       2090-GRAVA.
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN.

       2099-FIM-AVISO. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           MOVE WS-DIA-HOJE TO DIA-CAB3
           MOVE WS-MES-HOJE TO MES-CAB3
           MOVE WS-ANO-HOJE TO ANO-CAB3
           MOVE WS-DIAS TO DIAS-CAB3
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           WRITE REG-ORELATO FROM CAB4 AFTER 2
           MOVE 8 TO CONTLIN.

       8099-FIM-CAB. EXIT.

      * DATA DE HOJE MAIS O PRAZO DO AVISO
       9500-SOMA-DIAS.
           MOVE WS-DATA-HOJE TO WS-DATA-PRAZO
           ADD WS-QUOC TO WS-DIA-PRAZO.

       9510-AJUSTA-MES.
           PERFORM 9550-DIAS-DO-MES THRU 9559-FIM-DIAS
           IF WS-DIA-PRAZO NOT > WS-DIAS-MES
              GO TO 9599-FIM-SOMA.
           SUBTRACT WS-DIAS-MES FROM WS-DIA-PRAZO
           ADD 1 TO WS-MES-PRAZO
           IF WS-MES-PRAZO > 12
              MOVE 1 TO WS-MES-PRAZO
              ADD 1 TO WS-ANO-PRAZO.
           GO TO 9510-AJUSTA-MES.

       9550-DIAS-DO-MES.
           IF WS-MES-PRAZO = 1 OR 3 OR 5 OR 7 OR 8 OR 10 OR 12
              MOVE 31 TO WS-DIAS-MES
              GO TO 9559-FIM-DIAS.
           IF WS-MES-PRAZO = 4 OR 6 OR 9 OR 11
              MOVE 30 TO WS-DIAS-MES
              GO TO 9559-FIM-DIAS.
           DIVIDE WS-ANO-PRAZO BY 4 GIVING WS-QUOC
                                    REMAINDER WS-REM-4
           IF WS-REM-4 = 0
              MOVE 29 TO WS-DIAS-MES
           ELSE
              MOVE 28 TO WS-DIAS-MES.

       9559-FIM-DIAS. EXIT.

       9599-FIM-SOMA. EXIT.

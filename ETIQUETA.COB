       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETA-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : ETIQUETAS e ENVELOPES p/ carnes, cobrancas e
      *              circulares - selecao de alunos (alunos.dat) por
      *              curso, situacao, cidade e estado, enderecando ao
      *              responsavel financeiro (RESPFIN.DAT) quando houver
      *              e ao proprio aluno senao; egressos (EGRESSO.DAT)
      *              por curso e cidade; registro das devolucoes do
      *              correio (DEVCORR.DAT), que suprimem o endereco nas
      *              emissoes seguintes ate ele ser alterado (o altalu
      *              libera a devolucao do aluno ao mudar o endereco)
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVCORR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DEV
                       FILE STATUS STATUS-DEV.

           SELECT ALUCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALUNO
                       FILE STATUS STATUS-ALUC.

           SELECT RESPCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RESP
                       FILE STATUS STATUS-RESP.

           SELECT EGRESSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EGR
                       FILE STATUS STATUS-EGR.

           SELECT OPERCAD ASSIGN TO DISK
                       FILE STATUS STATUS-OPER.

           SELECT ETIQUETAS ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
      * DEVOLUCOES DO CORREIO - DESTINO A=ALUNO R=RESPONSAVEL
      * E=EGRESSO; O ENDERECO DEVOLVIDO FICA GRAVADO E SO ELE E
      * SUPRIMIDO (ENDERECO NOVO VOLTA A SAIR)
       FD  DEVCORR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DEVCORR.DAT'
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-DEVCORR.
           05  CHAVE-DEV.
               10  COD-ALUNO-DEV       PIC 9(06).
               10  COD-CURSO-DEV       PIC 9(06).
               10  DESTINO-DEV         PIC X(01).
                   88  DEV-ALUNO       VALUE 'A'.
                   88  DEV-RESP        VALUE 'R'.
                   88  DEV-EGRESSO     VALUE 'E'.
           05  DATA-DEV                PIC 9(08).
           05  MOTIVO-DEV              PIC X(20).
           05  ENDERECO-DEV            PIC X(40).
           05  CIDADE-DEV              PIC X(15).
           05  OPERADOR-DEV            PIC X(10).
           05  FILLER                  PIC X(04).

       FD  ALUCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'alunos.dat'
           RECORD CONTAINS 144 CHARACTERS.

       01  REG-OARQ.
           05 CHAVE-ALUNO.
              10 COD-ALUNO         PIC 9(06).
              10 COD-CURSO         PIC 9(06).
           05 NOME                 PIC X(40).
           05 ENDERECO             PIC X(30).
           05 BAIRRO               PIC X(20).
           05 CIDADE               PIC X(15).
           05 ESTADO               PIC X(02).
           05 DATA-NASC            PIC 9(08).
           05 RG                   PIC 9(08).
           05 SITUACAO-ALU         PIC X(01).
           05 DATA-SITUACAO-ALU    PIC 9(08).

       FD  RESPCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RESPFIN.DAT'
           RECORD CONTAINS 150 CHARACTERS.

       01  REG-RESPFIN.
           05  CHAVE-RESP.
               10  COD-ALUNO-RESP      PIC 9(06).
               10  COD-CURSO-RESP      PIC 9(06).
           05  NOME-RESP               PIC X(40).
           05  RG-RESP                 PIC 9(08).
           05  CPF-RESP                PIC 9(11).
           05  ENDERECO-RESP           PIC X(30).
           05  BAIRRO-RESP             PIC X(20).
           05  CIDADE-RESP             PIC X(15).
           05  ESTADO-RESP             PIC X(02).
           05  PARENTESCO-RESP         PIC X(10).
           05  FILLER                  PIC X(02).

       FD  EGRESSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'EGRESSO.DAT'
           RECORD CONTAINS 180 CHARACTERS.

       01  REG-EGRESSO.
           05  CHAVE-EGR.
               10  COD-ALUNO-EGR       PIC 9(06).
               10  COD-CURSO-EGR       PIC 9(02).
           05  NOME-EGR                PIC X(40).
           05  ANO-FORM-EGR            PIC 9(04).
           05  DATA-COLACAO-EGR        PIC 9(08).
           05  ENDERECO-EGR            PIC X(40).
           05  CIDADE-EGR              PIC X(15).
           05  FONE-EGR                PIC 9(12).
           05  EMPRESA-EGR             PIC X(30).
           05  CARGO-EGR               PIC X(15).
           05  SIT-EMPREGO-EGR         PIC X(01).
           05  FILLER                  PIC X(07).

       FD  OPERCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       FD  ETIQUETAS
           LABEL RECORD OMITTED.

       01  REG-ETIQ                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-DEV          PIC X(02) VALUE SPACES.
       01  STATUS-ALUC         PIC X(02) VALUE SPACES.
       01  STATUS-RESP         PIC X(02) VALUE SPACES.
       01  STATUS-EGR          PIC X(02) VALUE SPACES.
       01  STATUS-OPER         PIC X(02) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  WS-OPCAO            PIC X.
       01  WS-FORMATO          PIC X.
       01  WS-ACHOU            PIC X VALUE 'N'.
       01  WS-SUPRIME          PIC X VALUE 'N'.
       01  WS-SEM-RESP         PIC X VALUE 'N'.
       01  WS-SEM-EGR          PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-CURSO-COMP       PIC 9(06) VALUE ZEROS.

      * FILTROS DA EMISSAO - BRANCO / ZERO = TODOS
       01  CURSO-PROC          PIC 9(02) VALUE ZEROS.
       01  SIT-PROC            PIC X(01) VALUE SPACES.
       01  CIDADE-PROC         PIC X(15) VALUE SPACES.
       01  ESTADO-PROC         PIC X(02) VALUE SPACES.
       01  ALUNO-PROC          PIC 9(06) VALUE ZEROS.
       01  DESTINO-PROC        PIC X(01) VALUE SPACES.

      * DESTINATARIO EM EMISSAO
       01  WS-NOME-DEST        PIC X(40) VALUE SPACES.
       01  WS-END-DEST         PIC X(40) VALUE SPACES.
       01  WS-BAI-DEST         PIC X(20) VALUE SPACES.
       01  WS-CID-DEST         PIC X(15) VALUE SPACES.
       01  WS-EST-DEST         PIC X(02) VALUE SPACES.

       01  CONT-EMITIDAS       PIC 9(05) VALUE ZEROS.
       01  CONT-SUPRIMIDAS     PIC 9(05) VALUE ZEROS.
       01  CONT-SEM-END        PIC 9(05) VALUE ZEROS.
       01  CONT-ETIQ-PAG       PIC 9(02) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  LINHA-CIDADE.
           05 CID-LIN              PIC X(15).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 EST-LIN              PIC X(02).

       01  LINHA-ENVELOPE.
           05 FILLER               PIC X(34) VALUE SPACES.
           05 TEXTO-ENV            PIC X(46).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'ETIQUETA'.
           05 FILLER               PIC X(37) VALUE
           'DEVOLUCOES DO CORREIO'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(16) VALUE 'ALUNO  CURSO D '.
           05 FILLER               PIC X(31) VALUE 'NOME'.
           05 FILLER               PIC X(11) VALUE 'DEVOLVIDA'.
           05 FILLER               PIC X(22) VALUE 'SITUACAO'.

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CURSO-DET1           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DESTINO-DET1         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 NOME-DET1            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIA-DET1             PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 MES-DET1             PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ANO-DET1             PIC 9999.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SIT-DET1             PIC X(22).

       01  DET2.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 MOTIVO-DET2          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 END-DET2             PIC X(40).

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN I-O DEVCORR
           IF STATUS-DEV NOT = '00'
              OPEN OUTPUT DEVCORR
              CLOSE DEVCORR
              OPEN I-O DEVCORR.
           OPEN INPUT ALUCAD
           IF STATUS-ALUC NOT = '00'
              DISPLAY (12 20) 'alunos.dat INEXISTENTE'
              STOP ' '
              CLOSE DEVCORR
              CHAIN 'FACAD.EXE'.
           OPEN INPUT RESPCAD
           IF STATUS-RESP NOT = '00'
              MOVE 'S' TO WS-SEM-RESP.
           OPEN INPUT EGRESSO
           IF STATUS-EGR NOT = '00'
              MOVE 'S' TO WS-SEM-EGR.
           OPEN INPUT OPERCAD
           IF STATUS-OPER = '00'
              READ OPERCAD
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERCAD.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'ETIQUETA'
           DISPLAY (02 24) 'ETIQUETAS E ENVELOPES'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10)
             'OPCAO: A=ALUNOS  E=EGRESSOS  D=DEVOLUCAO DO CORREIO'
           DISPLAY (07 17) 'L=LISTA DE DEVOLUCOES  F=FIM [ ]'.

       0400-OPCAO.
           ACCEPT (07 47) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-OPCAO = 'A' OR 'a'
              PERFORM 1000-ALUNOS THRU 1999-FIM-ALUNOS
              GO TO 0200-TELA.
           IF WS-OPCAO = 'E' OR 'e'
              PERFORM 2000-EGRESSOS THRU 2999-FIM-EGRESSOS
              GO TO 0200-TELA.
           IF WS-OPCAO = 'D' OR 'd'
              PERFORM 3000-DEVOLUCAO THRU 3999-FIM-DEVOLUCAO
              GO TO 0200-TELA.
           IF WS-OPCAO = 'L' OR 'l'
              PERFORM 4000-LISTA THRU 4999-FIM-LISTA
              GO TO 0200-TELA.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0900-FIM.
           DISPLAY (22 30) 'OPCAO INVALIDA'
           GO TO 0400-OPCAO.

      * ALUNOS - ENDERECA AO RESPONSAVEL FINANCEIRO QUANDO HOUVER;
      * CIDADE E ESTADO FILTRAM O ENDERECO DO DESTINATARIO
       1000-ALUNOS.
           DISPLAY (09 10)
             'CURSO [  ] (00=TODOS)  SITUACAO [ ] (BRANCO=TODAS)'
           DISPLAY (10 10) 'CIDADE [               ]  ESTADO [  ]'
           ACCEPT (09 17) CURSO-PROC WITH PROMPT AUTO-SKIP
           ACCEPT (09 43) SIT-PROC WITH PROMPT AUTO-SKIP
           ACCEPT (10 18) CIDADE-PROC WITH PROMPT AUTO-SKIP
           ACCEPT (10 44) ESTADO-PROC WITH PROMPT AUTO-SKIP
           PERFORM 5000-FORMATO THRU 5099-FIM-FORMATO
           IF WS-FORMATO = SPACES
              GO TO 1999-FIM-ALUNOS.
           MOVE CURSO-PROC TO WS-CURSO-COMP
           MOVE ZEROS TO CONT-EMITIDAS CONT-SUPRIMIDAS CONT-SEM-END
                         CONT-ETIQ-PAG
           OPEN OUTPUT ETIQUETAS
           MOVE ZEROS TO CHAVE-ALUNO
           START ALUCAD KEY NOT LESS THAN CHAVE-ALUNO INVALID KEY
              GO TO 1900-ENCERRA.

       1100-LE-ALUNO.
           READ ALUCAD NEXT
           IF STATUS-ALUC NOT = '00'
              GO TO 1900-ENCERRA.
           IF CURSO-PROC NOT = ZEROS AND COD-CURSO NOT = WS-CURSO-COMP
              GO TO 1100-LE-ALUNO.
           IF SIT-PROC NOT = SPACES AND SITUACAO-ALU NOT = SIT-PROC
              GO TO 1100-LE-ALUNO.
           MOVE COD-ALUNO TO COD-ALUNO-DEV
           MOVE COD-CURSO TO COD-CURSO-DEV
           PERFORM 5200-DEST-ALUNO THRU 5299-FIM-DEST-ALUNO
           IF CIDADE-PROC NOT = SPACES AND WS-CID-DEST NOT = CIDADE-PROC
              GO TO 1100-LE-ALUNO.
           IF ESTADO-PROC NOT = SPACES AND WS-EST-DEST NOT = ESTADO-PROC
              GO TO 1100-LE-ALUNO.
           PERFORM 6000-EMITE THRU 6999-FIM-EMITE
           GO TO 1100-LE-ALUNO.

       1900-ENCERRA.
           PERFORM 7000-TOTAIS.

       1999-FIM-ALUNOS. EXIT.

      * EGRESSOS - O CADASTRO DE EGRESSOS NAO TEM ESTADO NEM BAIRRO,
      * A SELECAO E SO POR CURSO E CIDADE
       2000-EGRESSOS.
           IF WS-SEM-EGR = 'S'
              DISPLAY (22 20) 'EGRESSO.DAT INEXISTENTE'
              STOP ' '
              GO TO 2999-FIM-EGRESSOS.
           DISPLAY (09 10) 'CURSO [  ] (00=TODOS)'
           DISPLAY (10 10) 'CIDADE [               ]'
           ACCEPT (09 17) CURSO-PROC WITH PROMPT AUTO-SKIP
           ACCEPT (10 18) CIDADE-PROC WITH PROMPT AUTO-SKIP
           PERFORM 5000-FORMATO THRU 5099-FIM-FORMATO
           IF WS-FORMATO = SPACES
              GO TO 2999-FIM-EGRESSOS.
           MOVE ZEROS TO CONT-EMITIDAS CONT-SUPRIMIDAS CONT-SEM-END
                         CONT-ETIQ-PAG
           OPEN OUTPUT ETIQUETAS
           MOVE ZEROS TO CHAVE-EGR
           START EGRESSO KEY NOT LESS THAN CHAVE-EGR INVALID KEY
              GO TO 2900-ENCERRA.

       2100-LE-EGRESSO.
           READ EGRESSO NEXT
           IF STATUS-EGR NOT = '00'
              GO TO 2900-ENCERRA.
           IF CURSO-PROC NOT = ZEROS AND COD-CURSO-EGR NOT = CURSO-PROC
              GO TO 2100-LE-EGRESSO.
           IF CIDADE-PROC NOT = SPACES AND CIDADE-EGR NOT = CIDADE-PROC
              GO TO 2100-LE-EGRESSO.
           MOVE COD-ALUNO-EGR TO COD-ALUNO-DEV
           MOVE COD-CURSO-EGR TO WS-CURSO-COMP
           MOVE WS-CURSO-COMP TO COD-CURSO-DEV
           MOVE 'E' TO DESTINO-DEV
           MOVE NOME-EGR TO WS-NOME-DEST
           MOVE ENDERECO-EGR TO WS-END-DEST
           MOVE SPACES TO WS-BAI-DEST WS-EST-DEST
           MOVE CIDADE-EGR TO WS-CID-DEST
           PERFORM 6000-EMITE THRU 6999-FIM-EMITE
           GO TO 2100-LE-EGRESSO.

       2900-ENCERRA.
           PERFORM 7000-TOTAIS.

       2999-FIM-EGRESSOS. EXIT.

      * DEVOLUCAO DO CORREIO - GRAVA O ENDERECO QUE VOLTOU; SE JA
      * HOUVER REGISTRO PERMITE EXCLUIR (DEVOLUCAO LANCADA POR ENGANO)
       3000-DEVOLUCAO.
           DISPLAY (09 10) 'CODIGO DO ALUNO [      ]  CURSO [  ]'
           DISPLAY (10 10)
             'DESTINO: A=ALUNO R=RESPONSAVEL E=EGRESSO [ ]'
           ACCEPT (09 27) ALUNO-PROC WITH PROMPT AUTO-SKIP
           IF ALUNO-PROC = ZEROS
              GO TO 3999-FIM-DEVOLUCAO.
           ACCEPT (09 43) CURSO-PROC WITH PROMPT AUTO-SKIP.

       3100-DESTINO.
           ACCEPT (10 52) DESTINO-PROC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF DESTINO-PROC = 'a'
              MOVE 'A' TO DESTINO-PROC.
           IF DESTINO-PROC = 'r'
              MOVE 'R' TO DESTINO-PROC.
           IF DESTINO-PROC = 'e'
              MOVE 'E' TO DESTINO-PROC.
           IF DESTINO-PROC NOT = 'A' AND 'R' AND 'E'
              DISPLAY (22 30) 'DESTINO INVALIDO'
              GO TO 3100-DESTINO.
           MOVE ALUNO-PROC TO COD-ALUNO-DEV
           MOVE CURSO-PROC TO WS-CURSO-COMP
           MOVE WS-CURSO-COMP TO COD-CURSO-DEV
           MOVE DESTINO-PROC TO DESTINO-DEV
           PERFORM 5400-ENDERECO-ATUAL THRU 5499-FIM-ENDERECO
           IF WS-ACHOU NOT = 'S'
              DISPLAY (22 20) 'DESTINATARIO NAO CADASTRADO'
              STOP ' '
              GO TO 3999-FIM-DEVOLUCAO.
           DISPLAY (12 10) WS-NOME-DEST
           DISPLAY (13 10) WS-END-DEST
           DISPLAY (14 10) WS-CID-DEST
           DISPLAY (14 27) WS-EST-DEST
           MOVE ALUNO-PROC TO COD-ALUNO-DEV
           MOVE WS-CURSO-COMP TO COD-CURSO-DEV
           MOVE DESTINO-PROC TO DESTINO-DEV
           READ DEVCORR INVALID KEY
              GO TO 3300-REGISTRA.
           DISPLAY (16 10) 'DEVOLUCAO REGISTRADA EM'
           DISPLAY (16 34) DATA-DEV
           DISPLAY (16 44) MOTIVO-DEV
           DISPLAY (22 10) 'EXCLUI A DEVOLUCAO (S OU N) [ ]'
           ACCEPT (22 39) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 3999-FIM-DEVOLUCAO.
           DELETE DEVCORR
           DISPLAY (22 27) 'DEVOLUCAO EXCLUIDA'
           STOP ' '
           GO TO 3999-FIM-DEVOLUCAO.

       3300-REGISTRA.
           MOVE SPACES TO MOTIVO-DEV
           DISPLAY (16 10) 'MOTIVO [                    ]'
           ACCEPT (16 18) MOTIVO-DEV WITH PROMPT
           DISPLAY (22 10) 'CONFIRMA (S OU N) [ ]'
           ACCEPT (22 29) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 27) 'OPERACAO ABANDONADA'
              STOP ' '
              GO TO 3999-FIM-DEVOLUCAO.
           MOVE ALUNO-PROC TO COD-ALUNO-DEV
           MOVE WS-CURSO-COMP TO COD-CURSO-DEV
           MOVE DESTINO-PROC TO DESTINO-DEV
           MOVE WS-DATA-ATUAL TO DATA-DEV
           MOVE WS-END-DEST TO ENDERECO-DEV
           MOVE WS-CID-DEST TO CIDADE-DEV
           MOVE WS-OPERADOR TO OPERADOR-DEV
           WRITE REG-DEVCORR
           DISPLAY (22 27) 'DEVOLUCAO REGISTRADA'
           STOP ' '.

       3999-FIM-DEVOLUCAO. EXIT.

      * LISTA DAS DEVOLUCOES - ATIVA SE O ENDERECO AINDA E O MESMO
       4000-LISTA.
           MOVE ZEROS TO CONTLIN CONTPAG
           OPEN OUTPUT ETIQUETAS
           PERFORM 8000-CABECALHO
           MOVE ZEROS TO COD-ALUNO-DEV COD-CURSO-DEV
           MOVE SPACES TO DESTINO-DEV
           START DEVCORR KEY NOT LESS THAN CHAVE-DEV INVALID KEY
              GO TO 4900-ENCERRA.

       4100-LE-DEVCORR.
           READ DEVCORR NEXT
           IF STATUS-DEV NOT = '00'
              GO TO 4900-ENCERRA.
           MOVE COD-ALUNO-DEV TO ALUNO-DET1
           MOVE COD-CURSO-DEV TO CURSO-DET1
           MOVE DESTINO-DEV TO DESTINO-DET1
           MOVE DATA-DEV (7:2) TO DIA-DET1
           MOVE DATA-DEV (5:2) TO MES-DET1
           MOVE DATA-DEV (1:4) TO ANO-DET1
           MOVE MOTIVO-DEV TO MOTIVO-DET2
           MOVE ENDERECO-DEV TO END-DET2
           PERFORM 5400-ENDERECO-ATUAL THRU 5499-FIM-ENDERECO
           MOVE WS-NOME-DEST TO NOME-DET1
           IF WS-ACHOU NOT = 'S'
              MOVE 'SEM CADASTRO' TO SIT-DET1
           ELSE
              IF WS-END-DEST = ENDERECO-DEV
                 AND WS-CID-DEST = CIDADE-DEV
                 MOVE 'SUPRIMIDA' TO SIT-DET1
              ELSE
                 MOVE 'ENDERECO JA ALTERADO' TO SIT-DET1.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO.
           WRITE REG-ETIQ FROM DET1 AFTER 1 LINES
           WRITE REG-ETIQ FROM DET2 AFTER 1 LINES
           ADD 2 TO CONTLIN
           GO TO 4100-LE-DEVCORR.

       4900-ENCERRA.
           CLOSE ETIQUETAS
           DISPLAY (22 20) 'LISTA EMITIDA'
           STOP ' '.

       4999-FIM-LISTA. EXIT.

       5000-FORMATO.
           DISPLAY (12 10) 'FORMATO: E=ETIQUETA  V=ENVELOPE [ ]'
           ACCEPT (12 43) WS-FORMATO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-FORMATO = 'e'
              MOVE 'E' TO WS-FORMATO.
           IF WS-FORMATO = 'v'
              MOVE 'V' TO WS-FORMATO.
           IF WS-FORMATO = 'E' OR 'V'
              GO TO 5099-FIM-FORMATO.
           IF WS-FORMATO = SPACES
              GO TO 5099-FIM-FORMATO.
           DISPLAY (22 30) 'FORMATO INVALIDO'
           GO TO 5000-FORMATO.

       5099-FIM-FORMATO. EXIT.

      * DESTINATARIO DO ALUNO DE alunos.dat EM REG-OARQ - O
      * RESPONSAVEL FINANCEIRO TEM PRECEDENCIA
       5200-DEST-ALUNO.
           MOVE 'A' TO DESTINO-DEV
           MOVE NOME TO WS-NOME-DEST
           MOVE ENDERECO TO WS-END-DEST
           MOVE BAIRRO TO WS-BAI-DEST
           MOVE CIDADE TO WS-CID-DEST
           MOVE ESTADO TO WS-EST-DEST
           IF WS-SEM-RESP = 'S'
              GO TO 5299-FIM-DEST-ALUNO.
           MOVE COD-ALUNO TO COD-ALUNO-RESP
           MOVE COD-CURSO TO COD-CURSO-RESP
           READ RESPCAD INVALID KEY
              GO TO 5299-FIM-DEST-ALUNO.
           IF ENDERECO-RESP = SPACES
              GO TO 5299-FIM-DEST-ALUNO.
           MOVE 'R' TO DESTINO-DEV
           MOVE NOME-RESP TO WS-NOME-DEST
           MOVE ENDERECO-RESP TO WS-END-DEST
           MOVE BAIRRO-RESP TO WS-BAI-DEST
           MOVE CIDADE-RESP TO WS-CID-DEST
           MOVE ESTADO-RESP TO WS-EST-DEST.

       5299-FIM-DEST-ALUNO. EXIT.

      * ENDERECO ATUAL DO DESTINATARIO DA CHAVE DE DEVCORR
       5400-ENDERECO-ATUAL.
           MOVE 'N' TO WS-ACHOU
           MOVE SPACES TO WS-NOME-DEST WS-END-DEST WS-BAI-DEST
                          WS-CID-DEST WS-EST-DEST
           IF DEV-EGRESSO
              GO TO 5450-EGRESSO.
           IF DEV-RESP
              GO TO 5430-RESPONSAVEL.
           MOVE COD-ALUNO-DEV TO COD-ALUNO
           MOVE COD-CURSO-DEV TO COD-CURSO
           READ ALUCAD INVALID KEY
              GO TO 5499-FIM-ENDERECO.
           MOVE 'S' TO WS-ACHOU
           MOVE NOME TO WS-NOME-DEST
           MOVE ENDERECO TO WS-END-DEST
           MOVE BAIRRO TO WS-BAI-DEST
           MOVE CIDADE TO WS-CID-DEST
           MOVE ESTADO TO WS-EST-DEST
           GO TO 5499-FIM-ENDERECO.

       5430-RESPONSAVEL.
           IF WS-SEM-RESP = 'S'
              GO TO 5499-FIM-ENDERECO.
           MOVE COD-ALUNO-DEV TO COD-ALUNO-RESP
           MOVE COD-CURSO-DEV TO COD-CURSO-RESP
           READ RESPCAD INVALID KEY
              GO TO 5499-FIM-ENDERECO.
           MOVE 'S' TO WS-ACHOU
           MOVE NOME-RESP TO WS-NOME-DEST
           MOVE ENDERECO-RESP TO WS-END-DEST
           MOVE BAIRRO-RESP TO WS-BAI-DEST
           MOVE CIDADE-RESP TO WS-CID-DEST
           MOVE ESTADO-RESP TO WS-EST-DEST
           GO TO 5499-FIM-ENDERECO.

       5450-EGRESSO.
           IF WS-SEM-EGR = 'S'
              GO TO 5499-FIM-ENDERECO.
           MOVE COD-ALUNO-DEV TO COD-ALUNO-EGR
           MOVE COD-CURSO-DEV TO COD-CURSO-EGR
           READ EGRESSO INVALID KEY
              GO TO 5499-FIM-ENDERECO.
           MOVE 'S' TO WS-ACHOU
           MOVE NOME-EGR TO WS-NOME-DEST
           MOVE ENDERECO-EGR TO WS-END-DEST
           MOVE CIDADE-EGR TO WS-CID-DEST.

       5499-FIM-ENDERECO. EXIT.

      * EMITE O DESTINATARIO EM WS-xxx-DEST COM A CHAVE DE DEVCORR
      * JA MONTADA - SUPRIME O ENDERECO QUE FOI DEVOLVIDO
       6000-EMITE.
           IF WS-END-DEST = SPACES
              ADD 1 TO CONT-SEM-END
              GO TO 6999-FIM-EMITE.
           READ DEVCORR INVALID KEY
              GO TO 6100-IMPRIME.
           IF ENDERECO-DEV = WS-END-DEST AND CIDADE-DEV = WS-CID-DEST
              ADD 1 TO CONT-SUPRIMIDAS
              GO TO 6999-FIM-EMITE.

       6100-IMPRIME.
           MOVE WS-CID-DEST TO CID-LIN
           MOVE WS-EST-DEST TO EST-LIN
           IF WS-FORMATO = 'V'
              GO TO 6500-ENVELOPE.
           MOVE WS-NOME-DEST TO REG-ETIQ
           IF CONT-ETIQ-PAG = ZEROS
              WRITE REG-ETIQ AFTER PAGE
           ELSE
              WRITE REG-ETIQ AFTER 3 LINES.
           MOVE WS-END-DEST TO REG-ETIQ
           WRITE REG-ETIQ AFTER 1 LINES
           MOVE WS-BAI-DEST TO REG-ETIQ
           WRITE REG-ETIQ AFTER 1 LINES
           MOVE LINHA-CIDADE TO REG-ETIQ
           WRITE REG-ETIQ AFTER 1 LINES
           ADD 1 TO CONT-ETIQ-PAG
           IF CONT-ETIQ-PAG > 9
              MOVE ZEROS TO CONT-ETIQ-PAG.
           ADD 1 TO CONT-EMITIDAS
           GO TO 6999-FIM-EMITE.

       6500-ENVELOPE.
           MOVE SPACES TO REG-ETIQ
           WRITE REG-ETIQ AFTER PAGE
           MOVE WS-NOME-DEST TO TEXTO-ENV
           MOVE LINHA-ENVELOPE TO REG-ETIQ
           WRITE REG-ETIQ AFTER 12 LINES
           MOVE WS-END-DEST TO TEXTO-ENV
           MOVE LINHA-ENVELOPE TO REG-ETIQ
           WRITE REG-ETIQ AFTER 1 LINES
           MOVE WS-BAI-DEST TO TEXTO-ENV
           MOVE LINHA-ENVELOPE TO REG-ETIQ
           WRITE REG-ETIQ AFTER 1 LINES
           MOVE LINHA-CIDADE TO TEXTO-ENV
           MOVE LINHA-ENVELOPE TO REG-ETIQ
           WRITE REG-ETIQ AFTER 1 LINES
           ADD 1 TO CONT-EMITIDAS.

       6999-FIM-EMITE. EXIT.

       7000-TOTAIS.
           CLOSE ETIQUETAS
           DISPLAY (18 10) 'EMITIDAS:'
           DISPLAY (18 20) CONT-EMITIDAS
           DISPLAY (19 10) 'SUPRIMIDAS (DEVOLUCAO DO CORREIO):'
           DISPLAY (19 45) CONT-SUPRIMIDAS
           DISPLAY (20 10) 'SEM ENDERECO:'
           DISPLAY (20 24) CONT-SEM-END
           DISPLAY (22 20) 'EMISSAO CONCLUIDA'
           STOP ' '.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ETIQ FROM CAB1 AFTER PAGE
           WRITE REG-ETIQ FROM CAB2 AFTER 2 LINES
           MOVE SPACES TO REG-ETIQ
           WRITE REG-ETIQ AFTER 1 LINES
           MOVE 4 TO CONTLIN.

       0900-FIM.
           CLOSE DEVCORR ALUCAD
           IF WS-SEM-RESP = 'N'
              CLOSE RESPCAD.
           IF WS-SEM-EGR = 'N'
              CLOSE EGRESSO.
           CHAIN 'FACAD.EXE'.

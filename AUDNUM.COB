       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDNUM-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : Auditoria da NUMERACAO de controle dos documentos
      *              emitidos. Para cada serie confronta os numeros
      *              gravados no arquivo com o ultimo numero do seu
      *              arquivo de controle e aponta:
      *              - FALHA    : numero(s) sem documento gravado;
      *              - DUPLICADO: mesmo numero em documentos distintos;
      *              - ACIMA    : numero maior que o do controle.
      *              Series: recibos (reccont.dat - mensal.dat e
      *              CXMOV.DAT), contratos (CONCTL/CONTRATO.DAT),
      *              documentos (DOCCTL/REGDOC.DAT), protocolos
      *              (PROTCTL/PROTOC.DAT), emprestimos (EMPCTL/
      *              EMPREST.DAT), diplomas (DIPCTL/DIPLOMA.DAT) e
      *              taxas (TAXACTL/TAXAS.DAT).
      *              Falha em que houve exclusao de aluno ou curso
      *              (alubak.dat/curbak.dat - e de disciplina, so nos
      *              protocolos: discbak.dat) entre a data do numero
      *              anterior e a do seguinte sai como EXPLICADA.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE ASSIGN TO DISK
                       FILE STATUS STATUS-CTL.

           SELECT MENSAL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

           SELECT CXMOV ASSIGN TO DISK
                       FILE STATUS STATUS-CXM.

           SELECT CONTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CONT
                       FILE STATUS STATUS-CONT.

           SELECT REGDOC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY NUMERO-DOC
                       FILE STATUS STATUS-DOC.

           SELECT PROTOC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROT
                       FILE STATUS STATUS-PROT.

           SELECT EMPREST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EMP
                       FILE STATUS STATUS-EMP.

           SELECT DIPLOMA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIPL
                       FILE STATUS STATUS-DIPL.

           SELECT TAXAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TAXA
                       FILE STATUS STATUS-TAX.

           SELECT ALUBAK ASSIGN TO DISK
                       FILE STATUS STATUS-ABAK.

           SELECT CURBAK ASSIGN TO DISK
                       FILE STATUS STATUS-CBAK.

           SELECT DISCBAK ASSIGN TO DISK
                       FILE STATUS STATUS-DBAK.

           SELECT NUMSORT ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
      * TODOS OS ARQUIVOS DE CONTROLE TEM O MESMO LAYOUT - O NOME
      * VEM DA TABELA TAB-ARQ-CTL
       FD  CONTROLE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID WS-NOME-CTL
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-CONTROLE.
           05  ULT-NUMERO-CTL          PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  MENSAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'mensal.dat'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-MENSAL.
           05  CHAVE-MENSAL.
               10  COD-ALUNO-MENSAL    PIC 9(06).
               10  COD-CURSO-MENSAL    PIC 9(06).
               10  ANO-MENSAL          PIC 9(04).
               10  MES-MENSAL          PIC 9(02).
           05  VALOR-MENSAL            PIC 9(04)V99.
           05  VENCIMENTO-MENSAL       PIC 9(08).
           05  DATA-PGTO.
               10  DIA-PGTO            PIC 9(02).
               10  MES-PGTO            PIC 9(02).
               10  ANO-PGTO            PIC 9(04).
           05  STATUS-PGTO             PIC X(01).
           05  VALOR-PAGO              PIC 9(05)V99.
           05  OPERADOR-PGTO           PIC X(10).
           05  RECIBO-PGTO             PIC 9(06).
           05  FORMA-PGTO              PIC X(01).
           05  NOSSO-NUMERO            PIC 9(10).
           05  DESC-PONT-MENSAL        PIC 9(03)V99.

       FD  CXMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CXMOV.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-CXMOV.
           05  DATA-CXM                PIC 9(08).
           05  TIPO-CXM                PIC X(08).
           05  ALUNO-CXM               PIC 9(06).
           05  CURSO-CXM               PIC 9(06).
           05  REFER-CXM               PIC 9(06).
           05  VALOR-CXM               PIC 9(05)V99.
           05  SINAL-CXM               PIC X(01).
           05  OPERADOR-CXM            PIC X(10).
           05  FILLER                  PIC X(08).

       FD  CONTRATO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CONTRATO.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-CONTRATO.
           05  CHAVE-CONT.
               10  COD-ALUNO-CONT      PIC 9(06).
               10  COD-CURSO-CONT      PIC 9(06).
               10  ANO-CONT            PIC 9(04).
           05  NUMERO-CONT             PIC 9(06).
           05  DATA-EMISSAO-CONT       PIC 9(08).
           05  DATA-ASSIN-CONT         PIC 9(08).
           05  SIT-CONT                PIC X(01).
           05  FILLER                  PIC X(01).

       FD  REGDOC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'REGDOC.DAT'
           RECORD CONTAINS 64 CHARACTERS.

       01  REG-REGDOC.
           05  NUMERO-DOC              PIC 9(06).
           05  TIPO-DOC                PIC X(10).
           05  ALUNO-DOC               PIC 9(06).
           05  CURSO-DOC               PIC 9(02).
           05  DATA-DOC                PIC 9(08).
           05  OPERADOR-DOC            PIC X(10).
           05  PARAM-DOC               PIC X(20).
           05  VIA-DOC                 PIC 9(01).
           05  FILLER                  PIC X(01).

       FD  PROTOC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROTOC.DAT'
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-PROTOC.
           05  CHAVE-PROT.
               10  NUM-PROT            PIC 9(06).
           05  TIPO-PROT               PIC X(02).
           05  COD-ALUNO-PROT          PIC 9(06).
           05  COD-CURSO-PROT          PIC 9(02).
           05  NOME-ALUNO-PROT         PIC X(35).
           05  DESCR-PROT              PIC X(30).
           05  DATA-ENTRADA-PROT       PIC 9(08).
           05  DATA-PRAZO-PROT         PIC 9(08).
           05  SIT-PROT                PIC X(01).
           05  DATA-SIT-PROT           PIC 9(08).
           05  COD-DISCI-PROT          PIC 9(04).

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
           05  MULTA-EMP               PIC 9(03)V99.
           05  FILLER                  PIC X(05).

       FD  DIPLOMA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DIPLOMA.DAT'
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-DIPLOMA.
           05  CHAVE-DIPL.
               10  COD-CURSO-DIPL      PIC 9(02).
               10  COD-ALUNO-DIPL      PIC 9(06).
           05  NOME-DIPL               PIC X(35).
           05  LIVRO-DIPL              PIC 9(03).
           05  FOLHA-DIPL              PIC 9(03).
           05  NUMERO-DIPL             PIC 9(06).
           05  DATA-COLACAO-DIPL       PIC 9(08).
           05  DATA-REGISTRO-DIPL      PIC 9(08).
           05  PORTARIA-DIPL           PIC X(30).
           05  FILLER                  PIC X(09).

       FD  TAXAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TAXAS.DAT'
           RECORD CONTAINS 90 CHARACTERS.

       01  REG-TAXAS.
           05  CHAVE-TAXA.
               10  NUM-TAXA            PIC 9(06).
           05  COD-ALUNO-TAXA          PIC 9(06).
           05  COD-CURSO-TAXA          PIC 9(06).
           05  COD-SERV-TAXA           PIC 9(03).
           05  DESCR-TAXA              PIC X(25).
           05  VALOR-TAXA              PIC 9(04)V99.
           05  DATA-LANC-TAXA          PIC 9(08).
           05  SIT-TAXA                PIC X(01).
           05  DATA-PGTO-TAXA          PIC 9(08).
           05  RECIBO-TAXA             PIC 9(06).
           05  OPERADOR-TAXA           PIC X(10).
           05  FILLER                  PIC X(05).

      * COPIAS DOS REGISTROS EXCLUIDOS (EXCALU, EXCCUR, EXCDIS) -
      * DATA DA EXCLUSAO COM ANO DE 2 DIGITOS
       FD  ALUBAK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'alubak.dat'
           RECORD CONTAINS 150 CHARACTERS.

       01  REG-ALUBAK.
           05  DATA-EXC-ABAK           PIC 9(06).
           05  COD-ALUNO-ABAK          PIC 9(06).
           05  FILLER                  PIC X(138).

       FD  CURBAK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'curbak.dat'
           RECORD CONTAINS 58 CHARACTERS.

       01  REG-CURBAK.
           05  DATA-EXC-CBAK           PIC 9(06).
           05  COD-CURSO-CBAK          PIC 9(06).
           05  FILLER                  PIC X(46).

       FD  DISCBAK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'discbak.dat'
           RECORD CONTAINS 68 CHARACTERS.

       01  REG-DISCBAK.
           05  DATA-EXC-DBAK           PIC 9(06).
           05  COD-DISC-DBAK           PIC 9(06).
           05  FILLER                  PIC X(56).

      * UM REGISTRO POR NUMERO EMITIDO; NUMERO ZERO ABRE A SERIE
       SD  NUMSORT
           VALUE OF FILE-ID 'AUDNUMS.TMP'.

       01  REG-NUMSORT.
           05 SERIE-NU             PIC 9(01).
           05 NUMERO-NU            PIC 9(06).
           05 DATA-NU              PIC 9(08).
           05 ALUNO-NU             PIC 9(06).
           05 ORIGEM-NU            PIC X(10).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CTL          PIC X(02) VALUE SPACES.
       01  STATUS-MENS         PIC X(02) VALUE SPACES.
       01  STATUS-CXM          PIC X(02) VALUE SPACES.
       01  STATUS-CONT         PIC X(02) VALUE SPACES.
       01  STATUS-DOC          PIC X(02) VALUE SPACES.
       01  STATUS-PROT         PIC X(02) VALUE SPACES.
       01  STATUS-EMP          PIC X(02) VALUE SPACES.
       01  STATUS-DIPL         PIC X(02) VALUE SPACES.
       01  STATUS-TAX          PIC X(02) VALUE SPACES.
       01  STATUS-ABAK         PIC X(02) VALUE SPACES.
       01  STATUS-CBAK         PIC X(02) VALUE SPACES.
       01  STATUS-DBAK         PIC X(02) VALUE SPACES.
       01  WS-NOME-CTL         PIC X(12) VALUE SPACES.
       01  WS-RESP             PIC X VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PG          PIC 9(08) VALUE ZEROS.
       01  WS-SERIE            PIC 9 VALUE ZEROS.
       01  WS-IND              PIC 9(04) VALUE ZEROS.
       01  WS-LIMITE           PIC 9(06) VALUE ZEROS.
       01  WS-INI              PIC 9(06) VALUE ZEROS.
       01  WS-FIM              PIC 9(06) VALUE ZEROS.
       01  WS-QTDE             PIC 9(06) VALUE ZEROS.
       01  WS-DATA-DE          PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATE         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-X           PIC 9(08) VALUE ZEROS.
       01  WS-ACHOU            PIC X VALUE 'N'.
       01  WS-CHEIA            PIC X VALUE 'N'.
       01  ANT-NUMERO          PIC 9(06) VALUE ZEROS.
       01  ANT-DATA            PIC 9(08) VALUE ZEROS.
       01  ANT-ALUNO           PIC 9(06) VALUE ZEROS.

      * ARQUIVO DE CONTROLE, ARQUIVO NUMERADO E NOME DE CADA SERIE
       01  TAB-ARQ-CTL.
           05 FILLER           PIC X(12) VALUE 'reccont.dat'.
           05 FILLER           PIC X(12) VALUE 'CONCTL.DAT'.
           05 FILLER           PIC X(12) VALUE 'DOCCTL.DAT'.
           05 FILLER           PIC X(12) VALUE 'PROTCTL.DAT'.
           05 FILLER           PIC X(12) VALUE 'EMPCTL.DAT'.
           05 FILLER           PIC X(12) VALUE 'DIPCTL.DAT'.
           05 FILLER           PIC X(12) VALUE 'TAXACTL.DAT'.
       01  TAB-ARQ-CTL-R REDEFINES TAB-ARQ-CTL.
           05 ARQ-CTL          PIC X(12) OCCURS 7 TIMES.

       01  TAB-ARQ-NUM.
           05 FILLER           PIC X(12) VALUE 'mensal.dat'.
           05 FILLER           PIC X(12) VALUE 'CONTRATO.DAT'.
           05 FILLER           PIC X(12) VALUE 'REGDOC.DAT'.
           05 FILLER           PIC X(12) VALUE 'PROTOC.DAT'.
           05 FILLER           PIC X(12) VALUE 'EMPREST.DAT'.
           05 FILLER           PIC X(12) VALUE 'DIPLOMA.DAT'.
           05 FILLER           PIC X(12) VALUE 'TAXAS.DAT'.
       01  TAB-ARQ-NUM-R REDEFINES TAB-ARQ-NUM.
           05 ARQ-NUM          PIC X(12) OCCURS 7 TIMES.

       01  TAB-NOME-SERIE.
           05 FILLER           PIC X(12) VALUE 'RECIBOS'.
           05 FILLER           PIC X(12) VALUE 'CONTRATOS'.
           05 FILLER           PIC X(12) VALUE 'DOCUMENTOS'.
           05 FILLER           PIC X(12) VALUE 'PROTOCOLOS'.
           05 FILLER           PIC X(12) VALUE 'EMPRESTIMOS'.
           05 FILLER           PIC X(12) VALUE 'DIPLOMAS'.
           05 FILLER           PIC X(12) VALUE 'TAXAS'.
       01  TAB-NOME-SERIE-R REDEFINES TAB-NOME-SERIE.
           05 NOME-SERIE       PIC X(12) OCCURS 7 TIMES.

      * ULTIMO NUMERO DE CADA CONTROLE E AUSENCIA DOS ARQUIVOS
       01  TAB-SERIES.
           05 SERIE-TAB OCCURS 7 TIMES.
              10 ULT-TAB       PIC 9(06).
              10 SEM-CTL-TAB   PIC X(01).
              10 SEM-ARQ-TAB   PIC X(01).

      * EXCLUSOES DE ALUNO (A), CURSO (C) E DISCIPLINA (D)
       01  QTD-EXC             PIC 9(04) VALUE ZEROS.
       01  TAB-EXCLUSAO.
           05 EXC-TAB OCCURS 500 TIMES.
              10 DATA-EXC      PIC 9(08).
              10 ORIG-EXC      PIC X(01).
              10 COD-EXC       PIC 9(06).

       01  CONT-FALHA          PIC 9(06) VALUE ZEROS.
       01  CONT-EXPLIC         PIC 9(06) VALUE ZEROS.
       01  CONT-DUPL           PIC 9(06) VALUE ZEROS.
       01  CONT-ACIMA          PIC 9(06) VALUE ZEROS.
       01  TOT-FALHA           PIC 9(06) VALUE ZEROS.
       01  TOT-EXPLIC          PIC 9(06) VALUE ZEROS.
       01  TOT-DUPL            PIC 9(06) VALUE ZEROS.
       01  TOT-ACIMA           PIC 9(06) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(25) VALUE 'AUDNUM'.
           05 FILLER               PIC X(45) VALUE
              'NUMERACAO DE DOCUMENTOS - FALHAS E DUPLICADOS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(28) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'EMITIDO EM '.
           05 DATA-CAB2            PIC 9999/99/99.

       01  CAB3.
           05 FILLER               PIC X(07) VALUE 'SERIE: '.
           05 NOME-CAB3            PIC X(12).
           05 FILLER               PIC X(10) VALUE 'CONTROLE: '.
           05 CTL-CAB3             PIC X(12).
           05 FILLER               PIC X(08) VALUE 'ULTIMO: '.
           05 ULT-CAB3             PIC ZZZZZ9.
           05 FILLER               PIC X(11) VALUE '  ARQUIVO: '.
           05 ARQ-CAB3             PIC X(12).

       01  CAB4.
           05 FILLER               PIC X(42) VALUE
           'OCORRENCIA NUMERO   A  NUMERO   QTDE  SITU'.
           05 FILLER               PIC X(38) VALUE
           'ACAO        EXCLUSAO    DATA'.

       01  DET-FALHA.
           05 FILLER               PIC X(11) VALUE 'FALHA'.
           05 INI-DF               PIC 9(06).
           05 FILLER               PIC X(03) VALUE ' A '.
           05 FIM-DF               PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 QTD-DF               PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SIT-DF               PIC X(15).
           05 EXPL-DF.
              10 ORIG-DF           PIC X(06).
              10 COD-DF            PIC 9(06).
              10 FILLER            PIC X(01).
              10 DEXC-DF           PIC 9999/99/99.

       01  DET-DUPL.
           05 FILLER               PIC X(11) VALUE 'DUPLICADO'.
           05 NUM-DD               PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DATA-DD              PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALU-DD               PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ORIG-DD              PIC X(10).
           05 FILLER               PIC X(09) VALUE ' JA USADO'.
           05 FILLER               PIC X(04) VALUE ' EM '.
           05 DANT-DD              PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AANT-DD              PIC 9(06).

       01  DET-ACIMA.
           05 FILLER               PIC X(11) VALUE 'ACIMA CTL.'.
           05 NUM-DA               PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DATA-DA              PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALU-DA               PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ORIG-DA              PIC X(10).

       01  MSG-SERIE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TEXTO-MSG            PIC X(50).

       01  TOT-SERIE.
           05 FILLER               PIC X(08) VALUE 'FALHAS: '.
           05 FAL-TS               PIC ZZZZZ9.
           05 FILLER               PIC X(14) VALUE '  EXPLICADAS: '.
           05 EXP-TS               PIC ZZZZZ9.
           05 FILLER               PIC X(14) VALUE '  DUPLICADOS: '.
           05 DUP-TS               PIC ZZZZZ9.
           05 FILLER               PIC X(09) VALUE '  ACIMA: '.
           05 ACI-TS               PIC ZZZZZ9.

       01  RODAPE1.
           05 FILLER               PIC X(21) VALUE
              'TOTAL GERAL - FALHAS:'.
           05 FAL-ROD              PIC ZZZZZ9.
           05 FILLER               PIC X(14) VALUE '  EXPLICADAS: '.
           05 EXP-ROD              PIC ZZZZZ9.
           05 FILLER               PIC X(14) VALUE '  DUPLICADOS: '.
           05 DUP-ROD              PIC ZZZZZ9.
           05 FILLER               PIC X(09) VALUE '  ACIMA: '.
           05 ACI-ROD              PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'AUDNUM'
           DISPLAY (02 17)
             'NUMERACAO DE DOCUMENTOS - FALHAS E DUPLICADOS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'RECIBOS, CONTRATOS, DOCUMENTOS, PROTOCOLOS,'
           DISPLAY (07 10) 'EMPRESTIMOS, DIPLOMAS E TAXAS'
           DISPLAY (10 10) 'CONFIRMA A EMISSAO DO RELATORIO ? S/N [ ]'.

       0300-CONFIRMA.
           ACCEPT (10 49) WS-RESP WITH PROMPT AUTO-SKIP
           IF WS-RESP = 'N' OR 'n'
              GO TO 0900-FIM.
           IF WS-RESP NOT = 'S' AND 's'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 0300-CONFIRMA.
           DISPLAY (22 30) '                 '
           DISPLAY (22 30) 'AGUARDE...'.

      * CONTROLES E EXCLUSOES PRIMEIRO; DEPOIS UM SORT UNICO COM OS
      * NUMEROS DE TODAS AS SERIES
       0500-PROCESSA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG TOT-FALHA TOT-EXPLIC TOT-DUPL
                         TOT-ACIMA WS-SERIE
           PERFORM 1000-CONTROLES THRU 1099-FIM-CONTROLES
           PERFORM 1100-EXCLUSOES THRU 1199-FIM-EXCLUSOES
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           IF WS-CHEIA = 'S'
              MOVE 'MAIS DE 500 EXCLUSOES - SO AS 500 PRIMEIRAS USADAS'
                 TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO.
           SORT NUMSORT ASCENDING KEY SERIE-NU NUMERO-NU DATA-NU
                                      ALUNO-NU
                INPUT  PROCEDURE 2000-SELECIONA
                OUTPUT PROCEDURE 3000-CONFRONTA.

       0550-RODAPE.
           MOVE TOT-FALHA TO FAL-ROD
           MOVE TOT-EXPLIC TO EXP-ROD
           MOVE TOT-DUPL TO DUP-ROD
           MOVE TOT-ACIMA TO ACI-ROD
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           CLOSE RELAT
           DISPLAY (22 30) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0900-FIM.

      * ULTIMO NUMERO DE CADA SERIE; CONTROLE AUSENTE NAO LIMITA
       1000-CONTROLES.
           MOVE 1 TO WS-IND.

       1010-LE-CONTROLE.
           IF WS-IND > 7
              GO TO 1099-FIM-CONTROLES.
           MOVE ARQ-CTL (WS-IND) TO WS-NOME-CTL
           MOVE ZEROS TO ULT-TAB (WS-IND)
           MOVE 'N' TO SEM-CTL-TAB (WS-IND) SEM-ARQ-TAB (WS-IND)
           OPEN INPUT CONTROLE
           IF STATUS-CTL NOT = '00'
              MOVE 'S' TO SEM-CTL-TAB (WS-IND)
              ADD 1 TO WS-IND
              GO TO 1010-LE-CONTROLE.
           READ CONTROLE
           IF STATUS-CTL = '00'
              MOVE ULT-NUMERO-CTL TO ULT-TAB (WS-IND)
           ELSE
              MOVE 'S' TO SEM-CTL-TAB (WS-IND).
           CLOSE CONTROLE
           ADD 1 TO WS-IND
           GO TO 1010-LE-CONTROLE.

       1099-FIM-CONTROLES. EXIT.

       1100-EXCLUSOES.
           MOVE ZEROS TO QTD-EXC
           MOVE 'N' TO WS-CHEIA
           OPEN INPUT ALUBAK
           IF STATUS-ABAK NOT = '00'
              GO TO 1120-CURBAK.

       1110-LE-ALUBAK.
           READ ALUBAK
           IF STATUS-ABAK NOT = '00'
              CLOSE ALUBAK
              GO TO 1120-CURBAK.
           IF QTD-EXC NOT < 500
              MOVE 'S' TO WS-CHEIA
              GO TO 1110-LE-ALUBAK.
           ADD 1 TO QTD-EXC
           COMPUTE DATA-EXC (QTD-EXC) = DATA-EXC-ABAK + 20000000
           MOVE 'A' TO ORIG-EXC (QTD-EXC)
           MOVE COD-ALUNO-ABAK TO COD-EXC (QTD-EXC)
           GO TO 1110-LE-ALUBAK.

       1120-CURBAK.
           OPEN INPUT CURBAK
           IF STATUS-CBAK NOT = '00'
              GO TO 1140-DISCBAK.

       1130-LE-CURBAK.
           READ CURBAK
           IF STATUS-CBAK NOT = '00'
              CLOSE CURBAK
              GO TO 1140-DISCBAK.
           IF QTD-EXC NOT < 500
              MOVE 'S' TO WS-CHEIA
              GO TO 1130-LE-CURBAK.
           ADD 1 TO QTD-EXC
           COMPUTE DATA-EXC (QTD-EXC) = DATA-EXC-CBAK + 20000000
           MOVE 'C' TO ORIG-EXC (QTD-EXC)
           MOVE COD-CURSO-CBAK TO COD-EXC (QTD-EXC)
           GO TO 1130-LE-CURBAK.

       1140-DISCBAK.
           OPEN INPUT DISCBAK
           IF STATUS-DBAK NOT = '00'
              GO TO 1199-FIM-EXCLUSOES.

       1150-LE-DISCBAK.
           READ DISCBAK
           IF STATUS-DBAK NOT = '00'
              CLOSE DISCBAK
              GO TO 1199-FIM-EXCLUSOES.
           IF QTD-EXC NOT < 500
              MOVE 'S' TO WS-CHEIA
              GO TO 1150-LE-DISCBAK.
           ADD 1 TO QTD-EXC
           COMPUTE DATA-EXC (QTD-EXC) = DATA-EXC-DBAK + 20000000
           MOVE 'D' TO ORIG-EXC (QTD-EXC)
           MOVE COD-DISC-DBAK TO COD-EXC (QTD-EXC)
           GO TO 1150-LE-DISCBAK.

       1199-FIM-EXCLUSOES. EXIT.

      * CADA SERIE COMECA COM UM REGISTRO DE NUMERO ZERO, MESMO SEM
      * ARQUIVO, PARA O CONFRONTO ABRIR E FECHAR TODAS AS SERIES
       2000-SELECIONA SECTION.
      * RECIBOS: MENSALIDADES BAIXADAS (CADMENS, DESLIG) E CAIXA DAS
      * ROTINAS QUE EMITEM RECIBO SEM MENSALIDADE
       2010-RECIBOS.
           MOVE 1 TO SERIE-NU
           PERFORM 2900-ABRE-SERIE THRU 2909-FIM-ABRE
           OPEN INPUT MENSAL
           IF STATUS-MENS NOT = '00'
              MOVE 'S' TO SEM-ARQ-TAB (1)
              GO TO 2030-CXMOV.
           MOVE ZEROS TO CHAVE-MENSAL
           START MENSAL KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              CLOSE MENSAL
              GO TO 2030-CXMOV.

       2020-LE-MENSAL.
           READ MENSAL NEXT
           IF STATUS-MENS NOT = '00'
              CLOSE MENSAL
              GO TO 2030-CXMOV.
           IF RECIBO-PGTO = ZEROS
              GO TO 2020-LE-MENSAL.
           MOVE ANO-PGTO TO WS-DATA-PG (1:4)
           MOVE MES-PGTO TO WS-DATA-PG (5:2)
           MOVE DIA-PGTO TO WS-DATA-PG (7:2)
           MOVE RECIBO-PGTO TO NUMERO-NU
           MOVE WS-DATA-PG TO DATA-NU
           MOVE COD-ALUNO-MENSAL TO ALUNO-NU
           MOVE 'MENSAL' TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2020-LE-MENSAL.

       2030-CXMOV.
           OPEN INPUT CXMOV
           IF STATUS-CXM NOT = '00'
              GO TO 2100-CONTRATOS.

       2040-LE-CXMOV.
           READ CXMOV
           IF STATUS-CXM NOT = '00'
              CLOSE CXMOV
              GO TO 2100-CONTRATOS.
           IF TIPO-CXM NOT = 'ESTORNO' AND NOT = 'CONVENIO'
              AND NOT = 'TAXA' AND NOT = 'ACERTO'
              GO TO 2040-LE-CXMOV.
           IF REFER-CXM = ZEROS
              GO TO 2040-LE-CXMOV.
           MOVE REFER-CXM TO NUMERO-NU
           MOVE DATA-CXM TO DATA-NU
           MOVE ALUNO-CXM TO ALUNO-NU
           MOVE TIPO-CXM TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2040-LE-CXMOV.

       2100-CONTRATOS.
           MOVE 2 TO SERIE-NU
           PERFORM 2900-ABRE-SERIE THRU 2909-FIM-ABRE
           OPEN INPUT CONTRATO
           IF STATUS-CONT NOT = '00'
              MOVE 'S' TO SEM-ARQ-TAB (2)
              GO TO 2200-DOCUMENTOS.
           MOVE ZEROS TO CHAVE-CONT
           START CONTRATO KEY NOT LESS THAN CHAVE-CONT INVALID KEY
              CLOSE CONTRATO
              GO TO 2200-DOCUMENTOS.

       2110-LE-CONTRATO.
           READ CONTRATO NEXT
           IF STATUS-CONT NOT = '00'
              CLOSE CONTRATO
              GO TO 2200-DOCUMENTOS.
           IF NUMERO-CONT = ZEROS
              GO TO 2110-LE-CONTRATO.
           MOVE NUMERO-CONT TO NUMERO-NU
           MOVE DATA-EMISSAO-CONT TO DATA-NU
           MOVE COD-ALUNO-CONT TO ALUNO-NU
           MOVE 'CONTRATO' TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2110-LE-CONTRATO.

       2200-DOCUMENTOS.
           MOVE 3 TO SERIE-NU
           PERFORM 2900-ABRE-SERIE THRU 2909-FIM-ABRE
           OPEN INPUT REGDOC
           IF STATUS-DOC NOT = '00'
              MOVE 'S' TO SEM-ARQ-TAB (3)
              GO TO 2300-PROTOCOLOS.
           MOVE ZEROS TO NUMERO-DOC
           START REGDOC KEY NOT LESS THAN NUMERO-DOC INVALID KEY
              CLOSE REGDOC
              GO TO 2300-PROTOCOLOS.

       2210-LE-REGDOC.
           READ REGDOC NEXT
           IF STATUS-DOC NOT = '00'
              CLOSE REGDOC
              GO TO 2300-PROTOCOLOS.
           MOVE NUMERO-DOC TO NUMERO-NU
           MOVE DATA-DOC TO DATA-NU
           MOVE ALUNO-DOC TO ALUNO-NU
           MOVE TIPO-DOC TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2210-LE-REGDOC.

       2300-PROTOCOLOS.
           MOVE 4 TO SERIE-NU
           PERFORM 2900-ABRE-SERIE THRU 2909-FIM-ABRE
           OPEN INPUT PROTOC
           IF STATUS-PROT NOT = '00'
              MOVE 'S' TO SEM-ARQ-TAB (4)
              GO TO 2400-EMPRESTIMOS.
           MOVE ZEROS TO NUM-PROT
           START PROTOC KEY NOT LESS THAN CHAVE-PROT INVALID KEY
              CLOSE PROTOC
              GO TO 2400-EMPRESTIMOS.

       2310-LE-PROTOC.
           READ PROTOC NEXT
           IF STATUS-PROT NOT = '00'
              CLOSE PROTOC
              GO TO 2400-EMPRESTIMOS.
           MOVE NUM-PROT TO NUMERO-NU
           MOVE DATA-ENTRADA-PROT TO DATA-NU
           MOVE COD-ALUNO-PROT TO ALUNO-NU
           MOVE TIPO-PROT TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2310-LE-PROTOC.

       2400-EMPRESTIMOS.
           MOVE 5 TO SERIE-NU
           PERFORM 2900-ABRE-SERIE THRU 2909-FIM-ABRE
           OPEN INPUT EMPREST
           IF STATUS-EMP NOT = '00'
              MOVE 'S' TO SEM-ARQ-TAB (5)
              GO TO 2500-DIPLOMAS.
           MOVE ZEROS TO NUM-EMP
           START EMPREST KEY NOT LESS THAN CHAVE-EMP INVALID KEY
              CLOSE EMPREST
              GO TO 2500-DIPLOMAS.

       2410-LE-EMPREST.
           READ EMPREST NEXT
           IF STATUS-EMP NOT = '00'
              CLOSE EMPREST
              GO TO 2500-DIPLOMAS.
           MOVE NUM-EMP TO NUMERO-NU
           MOVE DATA-EMP TO DATA-NU
           MOVE COD-ALUNO-EMP TO ALUNO-NU
           MOVE 'EMPRESTIMO' TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2410-LE-EMPREST.

       2500-DIPLOMAS.
           MOVE 6 TO SERIE-NU
           PERFORM 2900-ABRE-SERIE THRU 2909-FIM-ABRE
           OPEN INPUT DIPLOMA
           IF STATUS-DIPL NOT = '00'
              MOVE 'S' TO SEM-ARQ-TAB (6)
              GO TO 2600-TAXAS.
           MOVE ZEROS TO CHAVE-DIPL
           START DIPLOMA KEY NOT LESS THAN CHAVE-DIPL INVALID KEY
              CLOSE DIPLOMA
              GO TO 2600-TAXAS.

       2510-LE-DIPLOMA.
           READ DIPLOMA NEXT
           IF STATUS-DIPL NOT = '00'
              CLOSE DIPLOMA
              GO TO 2600-TAXAS.
           IF NUMERO-DIPL = ZEROS
              GO TO 2510-LE-DIPLOMA.
           MOVE NUMERO-DIPL TO NUMERO-NU
           MOVE DATA-REGISTRO-DIPL TO DATA-NU
           MOVE COD-ALUNO-DIPL TO ALUNO-NU
           MOVE 'DIPLOMA' TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2510-LE-DIPLOMA.

       2600-TAXAS.
           MOVE 7 TO SERIE-NU
           PERFORM 2900-ABRE-SERIE THRU 2909-FIM-ABRE
           OPEN INPUT TAXAS
           IF STATUS-TAX NOT = '00'
              MOVE 'S' TO SEM-ARQ-TAB (7)
              GO TO 2999-FIM.
           MOVE ZEROS TO NUM-TAXA
           START TAXAS KEY NOT LESS THAN CHAVE-TAXA INVALID KEY
              CLOSE TAXAS
              GO TO 2999-FIM.

       2610-LE-TAXAS.
           READ TAXAS NEXT
           IF STATUS-TAX NOT = '00'
              CLOSE TAXAS
              GO TO 2999-FIM.
           MOVE NUM-TAXA TO NUMERO-NU
           MOVE DATA-LANC-TAXA TO DATA-NU
           MOVE COD-ALUNO-TAXA TO ALUNO-NU
           MOVE 'TAXA' TO ORIGEM-NU
           RELEASE REG-NUMSORT
           GO TO 2610-LE-TAXAS.

       2900-ABRE-SERIE.
           MOVE ZEROS TO NUMERO-NU DATA-NU ALUNO-NU
           MOVE SPACES TO ORIGEM-NU
           RELEASE REG-NUMSORT.

       2909-FIM-ABRE. EXIT.

       2999-FIM. EXIT.

      * MESMO NUMERO COM MESMA DATA E ALUNO E A MESMA EMISSAO (UM
      * RECIBO DO DESLIG BAIXA VARIAS PARCELAS E VAI AO CAIXA)
       3000-CONFRONTA SECTION.
       3010-LE-SORT.
           RETURN NUMSORT AT END
              PERFORM 3300-FECHA-SERIE THRU 3399-FIM-FECHA
              GO TO 3099-FIM.
           IF NUMERO-NU = ZEROS
              PERFORM 3200-INICIA-SERIE THRU 3299-FIM-INICIA
              GO TO 3010-LE-SORT.
           IF SEM-ARQ-TAB (WS-SERIE) = 'S'
              GO TO 3010-LE-SORT.
           IF NUMERO-NU = ANT-NUMERO
              PERFORM 3400-DUPLICADO THRU 3499-FIM-DUPL
              GO TO 3010-LE-SORT.
           IF NUMERO-NU > ANT-NUMERO + 1 AND ANT-NUMERO < WS-LIMITE
              COMPUTE WS-INI = ANT-NUMERO + 1
              COMPUTE WS-FIM = NUMERO-NU - 1
              MOVE ANT-DATA TO WS-DATA-DE
              MOVE DATA-NU TO WS-DATA-ATE
              PERFORM 3500-FALHA THRU 3599-FIM-FALHA.
           IF SEM-CTL-TAB (WS-SERIE) = 'N'
              AND NUMERO-NU > ULT-TAB (WS-SERIE)
              PERFORM 3600-ACIMA THRU 3699-FIM-ACIMA.
           MOVE NUMERO-NU TO ANT-NUMERO
           MOVE DATA-NU TO ANT-DATA
           MOVE ALUNO-NU TO ANT-ALUNO
           GO TO 3010-LE-SORT.

       3099-FIM. EXIT.

       3200-INICIA-SERIE.
           IF WS-SERIE NOT = ZEROS
              PERFORM 3300-FECHA-SERIE THRU 3399-FIM-FECHA.
           MOVE SERIE-NU TO WS-SERIE
           MOVE ZEROS TO ANT-NUMERO ANT-DATA ANT-ALUNO CONT-FALHA
                         CONT-EXPLIC CONT-DUPL CONT-ACIMA
           MOVE 999999 TO WS-LIMITE
           IF SEM-CTL-TAB (WS-SERIE) = 'N'
              MOVE ULT-TAB (WS-SERIE) TO WS-LIMITE.
           IF CONTLIN > 50
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           ELSE
              PERFORM 8050-CAB-SERIE THRU 8059-FIM-CAB-SERIE.
           IF SEM-CTL-TAB (WS-SERIE) = 'S'
              MOVE 'CONTROLE INEXISTENTE - SEM LIMITE DE NUMERACAO'
                 TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO.
           IF SEM-ARQ-TAB (WS-SERIE) = 'S'
              MOVE 'ARQUIVO NUMERADO INEXISTENTE - SERIE NAO AUDITADA'
                 TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO.

       3299-FIM-INICIA. EXIT.

      * NUMEROS ENTRE O ULTIMO GRAVADO E O CONTROLE TAMBEM SAO FALHA
       3300-FECHA-SERIE.
           IF SEM-ARQ-TAB (WS-SERIE) = 'S'
              GO TO 3399-FIM-FECHA.
           IF SEM-CTL-TAB (WS-SERIE) = 'N'
              AND ANT-NUMERO < ULT-TAB (WS-SERIE)
              COMPUTE WS-INI = ANT-NUMERO + 1
              MOVE ULT-TAB (WS-SERIE) TO WS-FIM
              MOVE ANT-DATA TO WS-DATA-DE
              MOVE WS-DATA-HOJE TO WS-DATA-ATE
              PERFORM 3500-FALHA THRU 3599-FIM-FALHA.
           MOVE CONT-FALHA TO FAL-TS
           MOVE CONT-EXPLIC TO EXP-TS
           MOVE CONT-DUPL TO DUP-TS
           MOVE CONT-ACIMA TO ACI-TS
           WRITE REG-ORELATO FROM TOT-SERIE AFTER 2
           ADD 2 TO CONTLIN
           ADD CONT-FALHA TO TOT-FALHA
           ADD CONT-EXPLIC TO TOT-EXPLIC
           ADD CONT-DUPL TO TOT-DUPL
           ADD CONT-ACIMA TO TOT-ACIMA.

       3399-FIM-FECHA. EXIT.

       3400-DUPLICADO.
           IF DATA-NU = ANT-DATA AND ALUNO-NU = ANT-ALUNO
              GO TO 3499-FIM-DUPL.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           ADD 1 TO CONT-DUPL
           MOVE NUMERO-NU TO NUM-DD
           MOVE DATA-NU TO DATA-DD
           MOVE ALUNO-NU TO ALU-DD
           MOVE ORIGEM-NU TO ORIG-DD
           MOVE ANT-DATA TO DANT-DD
           MOVE ANT-ALUNO TO AANT-DD
           WRITE REG-ORELATO FROM DET-DUPL AFTER 1
           ADD 1 TO CONTLIN
           MOVE DATA-NU TO ANT-DATA
           MOVE ALUNO-NU TO ANT-ALUNO.

       3499-FIM-DUPL. EXIT.

      * FALHA ACIMA DO CONTROLE NAO CONTA - O NUMERO JA SAI COMO ACIMA
       3500-FALHA.
           IF WS-FIM > WS-LIMITE
              MOVE WS-LIMITE TO WS-FIM.
           IF WS-FIM < WS-INI
              GO TO 3599-FIM-FALHA.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           COMPUTE WS-QTDE = WS-FIM - WS-INI + 1
           ADD WS-QTDE TO CONT-FALHA
           MOVE WS-INI TO INI-DF
           MOVE WS-FIM TO FIM-DF
           MOVE WS-QTDE TO QTD-DF
           PERFORM 8200-EXPLICA THRU 8299-FIM-EXPLICA
           IF WS-ACHOU = 'S'
              ADD WS-QTDE TO CONT-EXPLIC
              MOVE 'EXPLICADA' TO SIT-DF
              MOVE COD-EXC (WS-IND) TO COD-DF
              MOVE DATA-EXC (WS-IND) TO DEXC-DF
              MOVE 'ALUNO ' TO ORIG-DF
              IF ORIG-EXC (WS-IND) = 'C'
                 MOVE 'CURSO ' TO ORIG-DF
              ELSE
                 IF ORIG-EXC (WS-IND) = 'D'
                    MOVE 'DISC. ' TO ORIG-DF.
           IF WS-ACHOU = 'N'
              MOVE 'SEM EXPLICACAO' TO SIT-DF
              MOVE SPACES TO EXPL-DF.
           WRITE REG-ORELATO FROM DET-FALHA AFTER 1
           ADD 1 TO CONTLIN.

       3599-FIM-FALHA. EXIT.

       3600-ACIMA.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           ADD 1 TO CONT-ACIMA
           MOVE NUMERO-NU TO NUM-DA
           MOVE DATA-NU TO DATA-DA
           MOVE ALUNO-NU TO ALU-DA
           MOVE ORIGEM-NU TO ORIG-DA
           WRITE REG-ORELATO FROM DET-ACIMA AFTER 1
           ADD 1 TO CONTLIN.

       3699-FIM-ACIMA. EXIT.

       8000-ROTINAS SECTION.
       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-DATA-HOJE TO DATA-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           MOVE 4 TO CONTLIN
           IF WS-SERIE NOT = ZEROS
              PERFORM 8050-CAB-SERIE THRU 8059-FIM-CAB-SERIE.

       8099-FIM-CAB. EXIT.

       8050-CAB-SERIE.
           MOVE NOME-SERIE (WS-SERIE) TO NOME-CAB3
           MOVE ARQ-CTL (WS-SERIE) TO CTL-CAB3
           MOVE ULT-TAB (WS-SERIE) TO ULT-CAB3
           MOVE ARQ-NUM (WS-SERIE) TO ARQ-CAB3
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           WRITE REG-ORELATO FROM CAB4 AFTER 2
           ADD 4 TO CONTLIN.

       8059-FIM-CAB-SERIE. EXIT.

       8100-AVISO.
           WRITE REG-ORELATO FROM MSG-SERIE AFTER 1
           ADD 1 TO CONTLIN.

       8199-FIM-AVISO. EXIT.

      * EXCLUSAO ENTRE A DATA DO NUMERO ANTERIOR E A DO SEGUINTE;
      * DISCIPLINA SO EXPLICA PROTOCOLO (UNICA SERIE QUE A GUARDA)
       8200-EXPLICA.
           MOVE 'N' TO WS-ACHOU
           IF WS-DATA-DE > WS-DATA-ATE
              MOVE WS-DATA-DE TO WS-DATA-X
              MOVE WS-DATA-ATE TO WS-DATA-DE
              MOVE WS-DATA-X TO WS-DATA-ATE.
           MOVE 1 TO WS-IND.

       8210-PROCURA.
           IF WS-IND > QTD-EXC
              GO TO 8299-FIM-EXPLICA.
           IF DATA-EXC (WS-IND) < WS-DATA-DE
              OR DATA-EXC (WS-IND) > WS-DATA-ATE
              ADD 1 TO WS-IND
              GO TO 8210-PROCURA.
           IF ORIG-EXC (WS-IND) = 'D' AND WS-SERIE NOT = 4
              ADD 1 TO WS-IND
              GO TO 8210-PROCURA.
           MOVE 'S' TO WS-ACHOU.

       8299-FIM-EXPLICA. EXIT.

       0900-FIM.
           CHAIN 'FACAD.EXE'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROD-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : PRODUTIVIDADE e CARGA DE TRABALHO dos operadores
      *              da secretaria e da tesouraria no periodo, contada
      *              nos logs do sistema, por operador, por funcao e
      *              por faixa horaria, comparada ao mesmo periodo do
      *              ano anterior (dimensionar equipe na matricula e
      *              na rematricula). Fontes:
      *              - LOGOPER.DAT (LOGIN no FACAD)      - ACESSO
      *              - CXMOV.DAT (operador do caixa)     - CAIXA
      *              - mensal.dat (baixa de mensalidade) - BAIXA MENS.
      *              - JORNAL.DAT (INI de cada operacao) - MATRICULA
      *              - HISTSIT.DAT (troca de situacao)   - SITUACAO
      *              - LANCNOTA.DAT (digitacao de nota)  - LANC. NOTA
      *              - HISTNOTA.DAT (correcao de nota)   - CORR. NOTA
      *              - BOLSALOG.DAT (bolsa/desconto)     - BOLSA
      *              - curalt.dat / disalt.dat (alteracao de curso e
      *                de disciplina)                    - ALT. CURSO
      *                                                  - ALT. DISC.
      *              - RUNLOG.DAT (rotinas em lote)      - LOTE
      *              LOGOPER, RUNLOG e HISTNOTA ja arquivados pelo
      *              ARQLOG sao lidos nos mortos do LOGCAT.DAT.
      *              Fonte sem hora sai na faixa SEM HORARIO.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGOPER ASSIGN TO DISK
                       FILE STATUS STATUS-LOGOP.

           SELECT RUNLOG ASSIGN TO DISK
                       FILE STATUS STATUS-RUN.

           SELECT HISTNOTA ASSIGN TO DISK
                       FILE STATUS STATUS-HIST.

           SELECT LOGCAT ASSIGN TO DISK
                       FILE STATUS STATUS-CAT.

           SELECT ARQMORTO ASSIGN TO DISK
                       FILE STATUS STATUS-ARQ.

           SELECT ARQMORTOH ASSIGN TO DISK
                       FILE STATUS STATUS-ARQ.

           SELECT CXMOV ASSIGN TO DISK
                       FILE STATUS STATUS-CXM.

           SELECT MENSAL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

           SELECT JORNAL ASSIGN TO DISK
                       FILE STATUS STATUS-JOR.

           SELECT HISTSIT ASSIGN TO DISK
                       FILE STATUS STATUS-HSIT.

           SELECT LANCNOTA ASSIGN TO DISK
                       FILE STATUS STATUS-LNT.

           SELECT BOLSALOG ASSIGN TO DISK
                       FILE STATUS STATUS-BLG.

           SELECT CURALT ASSIGN TO DISK
                       FILE STATUS STATUS-CALT.

           SELECT DISALT ASSIGN TO DISK
                       FILE STATUS STATUS-DALT.

           SELECT OPERMST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT PRODSORT ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
      * LOGOPER, RUNLOG E HISTNOTA (VIVOS E MORTOS) SAO LIDOS PARA
      * AS AREAS WS-LOGOPER, WS-RUNLOG E WS-HISTNOTA
       FD  LOGOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LOGOPER.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-LOGOPER                 PIC X(40).

       FD  RUNLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RUNLOG.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-RUNLOG                  PIC X(40).

       FD  HISTNOTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HISTNOTA.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-HISTNOTA                PIC X(80).

       FD  LOGCAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LOGCAT.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-LOGCAT.
           05  NOME-MORTO-CAT          PIC X(12).
           05  NOME-ORIG-CAT           PIC X(12).
           05  CORTE-CAT               PIC 9(06).
           05  DATA-GER-CAT            PIC 9(08).
           05  QTD-CAT                 PIC 9(06).
           05  DATA-MIN-CAT            PIC 9(06).
           05  DATA-MAX-CAT            PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  ARQMORTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID WS-NOME-MORTO
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-ARQMORTO                PIC X(40).

       FD  ARQMORTOH
           LABEL RECORD STANDARD
           VALUE OF FILE-ID WS-NOME-MORTO
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ARQMORTOH               PIC X(80).

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
               88  PGTO-PAGO           VALUE 'P'.
           05  VALOR-PAGO              PIC 9(05)V99.
           05  OPERADOR-PGTO           PIC X(10).
           05  RECIBO-PGTO             PIC 9(06).
           05  FORMA-PGTO              PIC X(01).
           05  NOSSO-NUMERO            PIC 9(10).
           05  DESC-PONT-MENSAL        PIC 9(03)V99.

      * MATRDISC GRAVA NO INI O OPERADOR NA IMAGEM (1:10)
       FD  JORNAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'JORNAL.DAT'
           RECORD CONTAINS 70 CHARACTERS.

       01  REG-JORNAL.
           05  NUM-OP-JOR              PIC 9(06).
           05  SEQ-JOR                 PIC 9(02).
           05  TIPO-JOR                PIC X(03).
           05  ARQ-JOR                 PIC X(08).
           05  CHAVE-JOR               PIC X(16).
           05  ACAO-JOR                PIC X(01).
           05  IMAGEM-JOR.
               10  OPER-JOR            PIC X(10).
               10  FILLER              PIC X(10).
           05  DATA-JOR                PIC 9(06).
           05  HORA-JOR                PIC 9(06).
           05  FILLER                  PIC X(02).

       FD  HISTSIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HISTSIT.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-HISTSIT.
           05  DATA-HSIT               PIC 9(08).
           05  HORA-HSIT               PIC 9(06).
           05  ALUNO-HSIT              PIC 9(06).
           05  CURSO-HSIT              PIC 9(02).
           05  SIT-DE-HSIT             PIC X(01).
           05  SIT-PARA-HSIT           PIC X(01).
           05  OPERADOR-HSIT           PIC X(10).
           05  MOTIVO-HSIT             PIC X(20).
           05  FILLER                  PIC X(06).

       FD  LANCNOTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LANCNOTA.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-LANCNOTA.
           05  DATA-LNT                PIC 9(08).
           05  HORA-LNT                PIC 9(06).
           05  OPER-LNT                PIC X(10).
           05  ESTACAO-LNT             PIC 9(02).
           05  PROGRAMA-LNT            PIC X(08).
           05  FILLER                  PIC X(26).

       FD  BOLSALOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BOLSALOG.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-BOLSALOG.
           05  DATA-BLG                PIC 9(08).
           05  HORA-BLG                PIC 9(06).
           05  OPER-BLG                PIC X(10).
           05  FILLER                  PIC X(26).

       FD  CURALT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'curalt.dat'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-CURALT.
           05  DATA-CALT               PIC 9(06).
           05  OPER-CALT               PIC X(10).
           05  FILLER                  PIC X(104).

       FD  DISALT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'disalt.dat'
           RECORD CONTAINS 140 CHARACTERS.

       01  REG-DISALT.
           05  DATA-DALT               PIC 9(06).
           05  OPER-DALT               PIC X(10).
           05  FILLER                  PIC X(124).

       FD  OPERMST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERMST.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-OPERMST.
           05  CHAVE-OPER.
               10  COD-OPER            PIC X(10).
           05  SENHA-OPER              PIC 9(06).
           05  NOME-OPER               PIC X(30).
           05  NIVEL-OPER              PIC 9(01).
           05  SITUACAO-OPER           PIC X(01).
           05  CAMPUS-OPER             PIC 9(02).

      * UM REGISTRO POR TRANSACAO: PERIODO A=ATUAL P=ANO ANTERIOR,
      * HORA 99 = FONTE SEM HORA
       SD  PRODSORT
           VALUE OF FILE-ID 'RELPROD.TMP'.

       01  REG-PRODSORT.
           05 OPER-PS              PIC X(10).
           05 FUNC-PS              PIC 9(02).
           05 PER-PS               PIC X(01).
           05 HORA-PS              PIC 9(02).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-LOGOP        PIC X(02) VALUE SPACES.
       01  STATUS-RUN          PIC X(02) VALUE SPACES.
       01  STATUS-HIST         PIC X(02) VALUE SPACES.
       01  STATUS-CAT          PIC X(02) VALUE SPACES.
       01  STATUS-ARQ          PIC X(02) VALUE SPACES.
       01  STATUS-CXM          PIC X(02) VALUE SPACES.
       01  STATUS-MENS         PIC X(02) VALUE SPACES.
       01  STATUS-JOR          PIC X(02) VALUE SPACES.
       01  STATUS-HSIT         PIC X(02) VALUE SPACES.
       01  STATUS-LNT          PIC X(02) VALUE SPACES.
       01  STATUS-BLG          PIC X(02) VALUE SPACES.
       01  STATUS-CALT         PIC X(02) VALUE SPACES.
       01  STATUS-DALT         PIC X(02) VALUE SPACES.
       01  STATUS-MST          PIC X(02) VALUE SPACES.
       01  WS-SEM-MST          PIC X VALUE 'N'.
       01  WS-NOME-MORTO       PIC X(12) VALUE SPACES.
       01  WS-DATA-INI         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
       01  WS-ANT-INI          PIC 9(08) VALUE ZEROS.
       01  WS-ANT-FIM          PIC 9(08) VALUE ZEROS.
       01  WS-DIA-I            PIC 9(02) VALUE ZEROS.
       01  WS-MES-I            PIC 9(02) VALUE ZEROS.
       01  WS-ANO-I            PIC 9(04) VALUE ZEROS.
       01  WS-DATA-X           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-Y           PIC 9(08) VALUE ZEROS.
       01  WS-OPER-X           PIC X(10) VALUE SPACES.
       01  WS-FUNC-X           PIC 9(02) VALUE ZEROS.
       01  WS-HORA-X           PIC 9(02) VALUE ZEROS.
       01  WS-IND              PIC 9(02) VALUE ZEROS.
       01  WS-ATU              PIC 9(06) VALUE ZEROS.
       01  WS-ANT              PIC 9(06) VALUE ZEROS.
       01  WS-VAR              PIC S9(05) VALUE ZEROS.
       01  WS-FAIXA            PIC 9(02) VALUE ZEROS.
       01  OPER-ANT            PIC X(10) VALUE SPACES.
       01  WS-PRIMEIRO         PIC X VALUE 'S'.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

      * AREAS DOS LOGS QUE TEM ARQUIVO MORTO (MESMO LAYOUT NOS DOIS)
       01  WS-LOGOPER.
           05  DATA-LOGOP              PIC 9(06).
           05  HORA-LOGOP              PIC X(06).
           05  OPER-LOGOP              PIC X(10).
           05  EVENTO-LOGOP            PIC X(08).
           05  FILLER                  PIC X(10).

       01  WS-RUNLOG.
           05  DATA-RUN                PIC 9(06).
           05  HORA-RUN                PIC X(06).
           05  PROGRAMA-RUN            PIC X(08).
           05  RESULTADO-RUN           PIC X(04).
           05  FILLER                  PIC X(16).

       01  WS-HISTNOTA.
           05  DATA-HIST               PIC 9(06).
           05  ANO-HIST                PIC X(04).
           05  FILLER                  PIC X(30).
           05  OPERADOR-HIST           PIC X(10).
           05  FILLER                  PIC X(30).

       01  TAB-FUNCAO.
           05 FILLER           PIC X(12) VALUE 'ACESSO'.
           05 FILLER           PIC X(12) VALUE 'CAIXA'.
           05 FILLER           PIC X(12) VALUE 'BAIXA MENS.'.
           05 FILLER           PIC X(12) VALUE 'MATRICULA'.
           05 FILLER           PIC X(12) VALUE 'SITUACAO'.
           05 FILLER           PIC X(12) VALUE 'LANC. NOTA'.
           05 FILLER           PIC X(12) VALUE 'CORR. NOTA'.
           05 FILLER           PIC X(12) VALUE 'BOLSA'.
           05 FILLER           PIC X(12) VALUE 'ALT. CURSO'.
           05 FILLER           PIC X(12) VALUE 'ALT. DISC.'.
           05 FILLER           PIC X(12) VALUE 'LOTE'.
       01  TAB-FUNCAO-R REDEFINES TAB-FUNCAO.
           05 NOME-FUNC        PIC X(12) OCCURS 11 TIMES.

      * CONTAGENS DO OPERADOR CORRENTE E GERAIS - FAIXA 25 = SEM HORA
       01  ACUM-OPER.
           05 FUNC-OPER OCCURS 11 TIMES.
              10 ATU-FO        PIC 9(06).
              10 ANT-FO        PIC 9(06).
           05 HORA-OPER OCCURS 25 TIMES.
              10 ATU-HO        PIC 9(06).
              10 ANT-HO        PIC 9(06).
           05 TOT-ATU-OPER     PIC 9(06).
           05 TOT-ANT-OPER     PIC 9(06).

       01  ACUM-GERAL.
           05 FUNC-GERAL OCCURS 11 TIMES.
              10 ATU-FG        PIC 9(06).
              10 ANT-FG        PIC 9(06).
           05 HORA-GERAL OCCURS 25 TIMES.
              10 ATU-HG        PIC 9(06).
              10 ANT-HG        PIC 9(06).
           05 TOT-ATU-GERAL    PIC 9(06).
           05 TOT-ANT-GERAL    PIC 9(06).

       01  CAB1.
           05 FILLER               PIC X(25) VALUE 'RELPROD'.
           05 FILLER               PIC X(45) VALUE
              'PRODUTIVIDADE DOS OPERADORES'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(08) VALUE 'PERIODO '.
           05 INI-CAB2             PIC 9999/99/99.
           05 FILLER               PIC X(03) VALUE ' A '.
           05 FIM-CAB2             PIC 9999/99/99.
           05 FILLER               PIC X(14) VALUE '  ANO ANTERIOR'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AINI-CAB2            PIC 9999/99/99.
           05 FILLER               PIC X(03) VALUE ' A '.
           05 AFIM-CAB2            PIC 9999/99/99.

       01  CAB3.
           05 FILLER               PIC X(42) VALUE
           '  FUNCAO / FAIXA HORARIA     PERIODO  ANO '.
           05 FILLER               PIC X(38) VALUE
           'ANT.   VARIACAO'.

       01  CAB-OPER.
           05 FILLER               PIC X(10) VALUE 'OPERADOR: '.
           05 COD-CABO             PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-CABO            PIC X(30).

       01  CAB-GERAL.
           05 FILLER               PIC X(40) VALUE
              'TOTAL GERAL - TODOS OS OPERADORES'.

       01  SUB-FUNC.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE 'POR FUNCAO'.

       01  SUB-HORA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE 'POR FAIXA HORARIA'.

       01  DET.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DESC-DET             PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ATU-DET              PIC ZZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 ANT-DET              PIC ZZZ.ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 VAR-GRP.
              10 VAR-DET           PIC -ZZZZ9.
              10 PCT-DET           PIC X(01).

       01  FAIXA-DESC.
           05 FAIXA-INI            PIC 99.
           05 FILLER               PIC X(04) VALUE ':00-'.
           05 FAIXA-FIM            PIC 99.
           05 FILLER               PIC X(03) VALUE ':59'.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT OPERMST
           IF STATUS-MST NOT = '00'
              MOVE 'S' TO WS-SEM-MST.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELPROD'
           DISPLAY (02 24) 'PRODUTIVIDADE DOS OPERADORES'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (07 10) 'PERIODO DE [  /  /    ] A [  /  /    ]'
           DISPLAY (09 10)
             'COMPARADO AO MESMO PERIODO DO ANO ANTERIOR'.

       0300-PARAMETROS.
           ACCEPT (07 22) WS-DIA-I WITH PROMPT AUTO-SKIP
           IF WS-DIA-I = ZEROS
              GO TO 0900-FIM.
           ACCEPT (07 25) WS-MES-I WITH PROMPT AUTO-SKIP
           ACCEPT (07 28) WS-ANO-I WITH PROMPT AUTO-SKIP
           MOVE WS-ANO-I TO WS-DATA-INI (1:4)
           MOVE WS-MES-I TO WS-DATA-INI (5:2)
           MOVE WS-DIA-I TO WS-DATA-INI (7:2)
           ACCEPT (07 37) WS-DIA-I WITH PROMPT AUTO-SKIP
           ACCEPT (07 40) WS-MES-I WITH PROMPT AUTO-SKIP
           ACCEPT (07 43) WS-ANO-I WITH PROMPT AUTO-SKIP
           MOVE WS-ANO-I TO WS-DATA-FIM (1:4)
           MOVE WS-MES-I TO WS-DATA-FIM (5:2)
           MOVE WS-DIA-I TO WS-DATA-FIM (7:2)
           IF WS-DATA-INI < 10000000 OR WS-DATA-FIM < WS-DATA-INI
              DISPLAY (22 30) 'PERIODO INVALIDO'
              GO TO 0300-PARAMETROS.
           DISPLAY (22 30) '                '
           DISPLAY (22 30) 'AGUARDE...'
           COMPUTE WS-ANT-INI = WS-DATA-INI - 10000
           COMPUTE WS-ANT-FIM = WS-DATA-FIM - 10000.

       0500-PROCESSA.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG ACUM-OPER ACUM-GERAL
           MOVE SPACES TO OPER-ANT
           MOVE 'S' TO WS-PRIMEIRO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           SORT PRODSORT ASCENDING KEY OPER-PS
                INPUT  PROCEDURE 2000-SELECIONA
                OUTPUT PROCEDURE 3000-TOTALIZA.

       0550-GERAL.
           IF CONTLIN > 20
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           WRITE REG-ORELATO FROM CAB-GERAL AFTER 2
           ADD 2 TO CONTLIN
           MOVE ACUM-GERAL TO ACUM-OPER
           PERFORM 3500-IMPRIME THRU 3599-FIM-IMPRIME
           CLOSE RELAT
           DISPLAY (22 30) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * LOGS COM ARQUIVO MORTO: LINHA DE RESUMO DO ARQLOG NO TOPO DO
      * VIVO NAO TEM HORA NUMERICA E E DESPREZADA
       2000-SELECIONA SECTION.
       2010-LOGOPER.
           OPEN INPUT LOGOPER
           IF STATUS-LOGOP NOT = '00'
              GO TO 2020-RUNLOG.

       2012-LE-LOGOPER.
           READ LOGOPER INTO WS-LOGOPER
           IF STATUS-LOGOP NOT = '00'
              CLOSE LOGOPER
              GO TO 2020-RUNLOG.
           PERFORM 2900-TRATA-LOGOPER THRU 2909-FIM-LOGOPER
           GO TO 2012-LE-LOGOPER.

       2020-RUNLOG.
           OPEN INPUT RUNLOG
           IF STATUS-RUN NOT = '00'
              GO TO 2030-HISTNOTA.

       2022-LE-RUNLOG.
           READ RUNLOG INTO WS-RUNLOG
           IF STATUS-RUN NOT = '00'
              CLOSE RUNLOG
              GO TO 2030-HISTNOTA.
           PERFORM 2910-TRATA-RUNLOG THRU 2919-FIM-RUNLOG
           GO TO 2022-LE-RUNLOG.

       2030-HISTNOTA.
           OPEN INPUT HISTNOTA
           IF STATUS-HIST NOT = '00'
              GO TO 2040-CATALOGO.

       2032-LE-HISTNOTA.
           READ HISTNOTA INTO WS-HISTNOTA
           IF STATUS-HIST NOT = '00'
              CLOSE HISTNOTA
              GO TO 2040-CATALOGO.
           PERFORM 2920-TRATA-HISTNOTA THRU 2929-FIM-HISTNOTA
           GO TO 2032-LE-HISTNOTA.

      * MORTOS CUJA FAIXA DE DATAS (AAMMDD) CRUZA OS DOIS PERIODOS
       2040-CATALOGO.
           OPEN INPUT LOGCAT
           IF STATUS-CAT NOT = '00'
              GO TO 2100-CXMOV.

       2042-LE-CATALOGO.
           READ LOGCAT
           IF STATUS-CAT NOT = '00'
              CLOSE LOGCAT
              GO TO 2100-CXMOV.
           COMPUTE WS-DATA-X = DATA-MIN-CAT + 20000000
           COMPUTE WS-DATA-Y = DATA-MAX-CAT + 20000000
           IF WS-DATA-Y < WS-ANT-INI OR WS-DATA-X > WS-DATA-FIM
              GO TO 2042-LE-CATALOGO.
           MOVE NOME-MORTO-CAT TO WS-NOME-MORTO
           IF NOME-ORIG-CAT = 'HISTNOTA.DAT'
              GO TO 2050-MORTO-H.
           IF NOME-ORIG-CAT NOT = 'LOGOPER.DAT' AND NOT = 'RUNLOG.DAT'
              GO TO 2042-LE-CATALOGO.
           OPEN INPUT ARQMORTO
           IF STATUS-ARQ NOT = '00'
              GO TO 2042-LE-CATALOGO.

       2044-LE-MORTO.
           READ ARQMORTO
           IF STATUS-ARQ NOT = '00'
              CLOSE ARQMORTO
              GO TO 2042-LE-CATALOGO.
           IF NOME-ORIG-CAT = 'LOGOPER.DAT'
              MOVE REG-ARQMORTO TO WS-LOGOPER
              PERFORM 2900-TRATA-LOGOPER THRU 2909-FIM-LOGOPER
           ELSE
              MOVE REG-ARQMORTO TO WS-RUNLOG
              PERFORM 2910-TRATA-RUNLOG THRU 2919-FIM-RUNLOG.
           GO TO 2044-LE-MORTO.

       2050-MORTO-H.
           OPEN INPUT ARQMORTOH
           IF STATUS-ARQ NOT = '00'
              GO TO 2042-LE-CATALOGO.

       2052-LE-MORTO-H.
           READ ARQMORTOH INTO WS-HISTNOTA
           IF STATUS-ARQ NOT = '00'
              CLOSE ARQMORTOH
              GO TO 2042-LE-CATALOGO.
           PERFORM 2920-TRATA-HISTNOTA THRU 2929-FIM-HISTNOTA
           GO TO 2052-LE-MORTO-H.

       2100-CXMOV.
           OPEN INPUT CXMOV
           IF STATUS-CXM NOT = '00'
              GO TO 2200-MENSAL.

       2110-LE-CXMOV.
           READ CXMOV
           IF STATUS-CXM NOT = '00'
              CLOSE CXMOV
              GO TO 2200-MENSAL.
           MOVE DATA-CXM TO WS-DATA-X
           MOVE OPERADOR-CXM TO WS-OPER-X
           MOVE 2 TO WS-FUNC-X
           MOVE 99 TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2110-LE-CXMOV.

       2200-MENSAL.
           OPEN INPUT MENSAL
           IF STATUS-MENS NOT = '00'
              GO TO 2300-JORNAL.
           MOVE ZEROS TO CHAVE-MENSAL
           START MENSAL KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              CLOSE MENSAL
              GO TO 2300-JORNAL.

       2210-LE-MENSAL.
           READ MENSAL NEXT
           IF STATUS-MENS NOT = '00'
              CLOSE MENSAL
              GO TO 2300-JORNAL.
           IF NOT PGTO-PAGO
              GO TO 2210-LE-MENSAL.
           MOVE ANO-PGTO TO WS-DATA-X (1:4)
           MOVE MES-PGTO TO WS-DATA-X (5:2)
           MOVE DIA-PGTO TO WS-DATA-X (7:2)
           MOVE OPERADOR-PGTO TO WS-OPER-X
           MOVE 3 TO WS-FUNC-X
           MOVE 99 TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2210-LE-MENSAL.

      * CADA OPERACAO DA MATRICULA ABRE COM UM INI NO JORNAL
       2300-JORNAL.
           OPEN INPUT JORNAL
           IF STATUS-JOR NOT = '00'
              GO TO 2400-HISTSIT.

       2310-LE-JORNAL.
           READ JORNAL
           IF STATUS-JOR NOT = '00'
              CLOSE JORNAL
              GO TO 2400-HISTSIT.
           IF TIPO-JOR NOT = 'INI'
              GO TO 2310-LE-JORNAL.
           COMPUTE WS-DATA-X = DATA-JOR + 20000000
           MOVE OPER-JOR TO WS-OPER-X
           MOVE 4 TO WS-FUNC-X
           MOVE HORA-JOR (1:2) TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2310-LE-JORNAL.

       2400-HISTSIT.
           OPEN INPUT HISTSIT
           IF STATUS-HSIT NOT = '00'
              GO TO 2500-LANCNOTA.

       2410-LE-HISTSIT.
           READ HISTSIT
           IF STATUS-HSIT NOT = '00'
              CLOSE HISTSIT
              GO TO 2500-LANCNOTA.
           MOVE DATA-HSIT TO WS-DATA-X
           MOVE OPERADOR-HSIT TO WS-OPER-X
           MOVE 5 TO WS-FUNC-X
           MOVE HORA-HSIT (1:2) TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2410-LE-HISTSIT.

       2500-LANCNOTA.
           OPEN INPUT LANCNOTA
           IF STATUS-LNT NOT = '00'
              GO TO 2600-BOLSALOG.

       2510-LE-LANCNOTA.
           READ LANCNOTA
           IF STATUS-LNT NOT = '00'
              CLOSE LANCNOTA
              GO TO 2600-BOLSALOG.
           MOVE DATA-LNT TO WS-DATA-X
           MOVE OPER-LNT TO WS-OPER-X
           MOVE 6 TO WS-FUNC-X
           MOVE HORA-LNT (1:2) TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2510-LE-LANCNOTA.

       2600-BOLSALOG.
           OPEN INPUT BOLSALOG
           IF STATUS-BLG NOT = '00'
              GO TO 2700-CURALT.

       2610-LE-BOLSALOG.
           READ BOLSALOG
           IF STATUS-BLG NOT = '00'
              CLOSE BOLSALOG
              GO TO 2700-CURALT.
           MOVE DATA-BLG TO WS-DATA-X
           MOVE OPER-BLG TO WS-OPER-X
           MOVE 8 TO WS-FUNC-X
           MOVE HORA-BLG (1:2) TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2610-LE-BOLSALOG.

       2700-CURALT.
           OPEN INPUT CURALT
           IF STATUS-CALT NOT = '00'
              GO TO 2800-DISALT.

       2710-LE-CURALT.
           READ CURALT
           IF STATUS-CALT NOT = '00'
              CLOSE CURALT
              GO TO 2800-DISALT.
           COMPUTE WS-DATA-X = DATA-CALT + 20000000
           MOVE OPER-CALT TO WS-OPER-X
           MOVE 9 TO WS-FUNC-X
           MOVE 99 TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2710-LE-CURALT.

       2800-DISALT.
           OPEN INPUT DISALT
           IF STATUS-DALT NOT = '00'
              GO TO 2989-FIM-FONTES.

       2810-LE-DISALT.
           READ DISALT
           IF STATUS-DALT NOT = '00'
              CLOSE DISALT
              GO TO 2989-FIM-FONTES.
           COMPUTE WS-DATA-X = DATA-DALT + 20000000
           MOVE OPER-DALT TO WS-OPER-X
           MOVE 10 TO WS-FUNC-X
           MOVE 99 TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA
           GO TO 2810-LE-DISALT.

      * SO O LOGIN CONTA COMO ACESSO (NEGADO NAO E TRABALHO)
       2900-TRATA-LOGOPER.
           IF HORA-LOGOP NOT NUMERIC OR EVENTO-LOGOP NOT = 'LOGIN'
              GO TO 2909-FIM-LOGOPER.
           COMPUTE WS-DATA-X = DATA-LOGOP + 20000000
           MOVE OPER-LOGOP TO WS-OPER-X
           MOVE 1 TO WS-FUNC-X
           MOVE HORA-LOGOP (1:2) TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA.

       2909-FIM-LOGOPER. EXIT.

      * ROTINA EM LOTE NAO TEM OPERADOR - SAI COMO (LOTE)
       2910-TRATA-RUNLOG.
           IF HORA-RUN NOT NUMERIC
              GO TO 2919-FIM-RUNLOG.
           COMPUTE WS-DATA-X = DATA-RUN + 20000000
           MOVE '(LOTE)' TO WS-OPER-X
           MOVE 11 TO WS-FUNC-X
           MOVE HORA-RUN (1:2) TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA.

       2919-FIM-RUNLOG. EXIT.

       2920-TRATA-HISTNOTA.
           IF ANO-HIST NOT NUMERIC
              GO TO 2929-FIM-HISTNOTA.
           COMPUTE WS-DATA-X = DATA-HIST + 20000000
           MOVE OPERADOR-HIST TO WS-OPER-X
           MOVE 7 TO WS-FUNC-X
           MOVE 99 TO WS-HORA-X
           PERFORM 2990-LIBERA THRU 2999-FIM-LIBERA.

       2929-FIM-HISTNOTA. EXIT.

       2989-FIM-FONTES.
           GO TO 2999-FIM-LIBERA.

      * PERIODO ATUAL TEM PRECEDENCIA SE OS DOIS SE SOBREPOEM
       2990-LIBERA.
           MOVE SPACES TO PER-PS
           IF WS-DATA-X NOT < WS-ANT-INI AND NOT > WS-ANT-FIM
              MOVE 'P' TO PER-PS.
           IF WS-DATA-X NOT < WS-DATA-INI AND NOT > WS-DATA-FIM
              MOVE 'A' TO PER-PS.
           IF PER-PS = SPACES
              GO TO 2999-FIM-LIBERA.
           IF WS-OPER-X = SPACES
              MOVE '(SEM OPER)' TO WS-OPER-X.
           IF WS-HORA-X > 23
              MOVE 99 TO WS-HORA-X.
           MOVE WS-OPER-X TO OPER-PS
           MOVE WS-FUNC-X TO FUNC-PS
           MOVE WS-HORA-X TO HORA-PS
           RELEASE REG-PRODSORT.

       2999-FIM-LIBERA. EXIT.

       3000-TOTALIZA SECTION.
       3010-LE-SORT.
           RETURN PRODSORT AT END
              GO TO 3090-ULTIMO.
           IF OPER-PS NOT = OPER-ANT
              PERFORM 3100-QUEBRA THRU 3199-FIM-QUEBRA.
           IF HORA-PS = 99
              MOVE 25 TO WS-FAIXA
           ELSE
              COMPUTE WS-FAIXA = HORA-PS + 1.
           IF PER-PS = 'A'
              ADD 1 TO ATU-FO (FUNC-PS) ATU-HO (WS-FAIXA) TOT-ATU-OPER
                       ATU-FG (FUNC-PS) ATU-HG (WS-FAIXA)
                       TOT-ATU-GERAL
           ELSE
              ADD 1 TO ANT-FO (FUNC-PS) ANT-HO (WS-FAIXA) TOT-ANT-OPER
                       ANT-FG (FUNC-PS) ANT-HG (WS-FAIXA)
                       TOT-ANT-GERAL.
           GO TO 3010-LE-SORT.

       3090-ULTIMO.
           IF WS-PRIMEIRO = 'N'
              PERFORM 3200-IMPRIME-OPER THRU 3299-FIM-OPER.
           GO TO 3999-FIM.

       3100-QUEBRA.
           IF WS-PRIMEIRO = 'N'
              PERFORM 3200-IMPRIME-OPER THRU 3299-FIM-OPER.
           MOVE 'N' TO WS-PRIMEIRO
           MOVE OPER-PS TO OPER-ANT
           MOVE ZEROS TO ACUM-OPER.

       3199-FIM-QUEBRA. EXIT.

       3200-IMPRIME-OPER.
           IF CONTLIN > 20
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE OPER-ANT TO COD-CABO
           MOVE SPACES TO NOME-CABO
           IF WS-SEM-MST = 'S'
              GO TO 3210-CAB.
           MOVE OPER-ANT TO COD-OPER
           READ OPERMST INVALID KEY
              MOVE 'NAO CADASTRADO' TO NOME-OPER.
           MOVE NOME-OPER TO NOME-CABO.

       3210-CAB.
           WRITE REG-ORELATO FROM CAB-OPER AFTER 2
           ADD 2 TO CONTLIN
           PERFORM 3500-IMPRIME THRU 3599-FIM-IMPRIME.

       3299-FIM-OPER. EXIT.

      * IMPRIME O ACUM-OPER (OPERADOR OU, NO FIM, O GERAL)
       3500-IMPRIME.
           WRITE REG-ORELATO FROM SUB-FUNC AFTER 1
           ADD 1 TO CONTLIN
           MOVE 1 TO WS-IND.

       3510-FUNCAO.
           IF WS-IND > 11
              GO TO 3520-HORAS.
           IF ATU-FO (WS-IND) = ZEROS AND ANT-FO (WS-IND) = ZEROS
              ADD 1 TO WS-IND
              GO TO 3510-FUNCAO.
           MOVE NOME-FUNC (WS-IND) TO DESC-DET
           MOVE ATU-FO (WS-IND) TO WS-ATU
           MOVE ANT-FO (WS-IND) TO WS-ANT
           PERFORM 8200-LINHA THRU 8299-FIM-LINHA
           ADD 1 TO WS-IND
           GO TO 3510-FUNCAO.

       3520-HORAS.
           WRITE REG-ORELATO FROM SUB-HORA AFTER 1
           ADD 1 TO CONTLIN
           MOVE 1 TO WS-IND.

       3530-FAIXA.
           IF WS-IND > 25
              GO TO 3540-TOTAL.
           IF ATU-HO (WS-IND) = ZEROS AND ANT-HO (WS-IND) = ZEROS
              ADD 1 TO WS-IND
              GO TO 3530-FAIXA.
           IF WS-IND = 25
              MOVE 'SEM HORARIO' TO DESC-DET
           ELSE
              COMPUTE FAIXA-INI = WS-IND - 1
              MOVE FAIXA-INI TO FAIXA-FIM
              MOVE FAIXA-DESC TO DESC-DET.
           MOVE ATU-HO (WS-IND) TO WS-ATU
           MOVE ANT-HO (WS-IND) TO WS-ANT
           PERFORM 8200-LINHA THRU 8299-FIM-LINHA
           ADD 1 TO WS-IND
           GO TO 3530-FAIXA.

       3540-TOTAL.
           MOVE 'TOTAL' TO DESC-DET
           MOVE TOT-ATU-OPER TO WS-ATU
           MOVE TOT-ANT-OPER TO WS-ANT
           PERFORM 8200-LINHA THRU 8299-FIM-LINHA.

       3599-FIM-IMPRIME. EXIT.

       3999-FIM. EXIT.

       8000-ROTINAS SECTION.
       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-DATA-INI TO INI-CAB2
           MOVE WS-DATA-FIM TO FIM-CAB2
           MOVE WS-ANT-INI TO AINI-CAB2
           MOVE WS-ANT-FIM TO AFIM-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           MOVE 6 TO CONTLIN.

       8099-FIM-CAB. EXIT.

      * VARIACAO SOBRE O ANO ANTERIOR - SEM BASE, EM BRANCO
       8200-LINHA.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE WS-ATU TO ATU-DET
           MOVE WS-ANT TO ANT-DET
           MOVE SPACES TO VAR-GRP
           IF WS-ANT NOT = ZEROS
              COMPUTE WS-VAR ROUNDED = (WS-ATU - WS-ANT) * 100 / WS-ANT
              MOVE WS-VAR TO VAR-DET
              MOVE '%' TO PCT-DET.
           WRITE REG-ORELATO FROM DET AFTER 1
           ADD 1 TO CONTLIN.

       8299-FIM-LINHA. EXIT.

       0900-FIM.
           IF WS-SEM-MST NOT = 'S'
              CLOSE OPERMST.
           CHAIN 'FACAD.EXE'.

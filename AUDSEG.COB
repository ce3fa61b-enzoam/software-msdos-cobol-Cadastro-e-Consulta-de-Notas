       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEG-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : Relatorio de EXCECOES de segregacao de funcoes
      *              e transacoes suspeitas no periodo informado:
      *              1 - estorno de saldo credor (CXMOV.DAT) feito
      *                  pelo operador que recebeu o ultimo pagamento
      *                  do aluno (mensal.dat);
      *              2 - bolsa/desconto concedido ou aumentado
      *                  (BOLSALOG.DAT do cadbolsa) e mensalidade do
      *                  aluno baixada pelo mesmo operador poucos dias
      *                  depois (janela informada);
      *              3 - correcao de nota (HISTNOTA.DAT do CORRNOTA)
      *                  feita pelo operador que digitou a nota
      *                  original (LANCNOTA.DAT);
      *              4 - baixa de mensalidade por operador sem LOGIN
      *                  no dia (LOGOPER.DAT do FACAD), isto e, fora
      *                  da sessao de caixa do dia.
      *              Cada apontamento cita os registros envolvidos
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CXMOV ASSIGN TO DISK
                       FILE STATUS STATUS-CXM.

           SELECT MENSAL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

           SELECT BOLSALOG ASSIGN TO DISK
                       FILE STATUS STATUS-BLG.

           SELECT HISTNOTA ASSIGN TO DISK
                       FILE STATUS STATUS-HIST.

           SELECT LANCNOTA ASSIGN TO DISK
                       FILE STATUS STATUS-LNT.

           SELECT LOGOPER ASSIGN TO DISK
                       FILE STATUS STATUS-LOGOP.

           SELECT OPERMST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT NOTASORT ASSIGN TO DISK.

           SELECT CAIXSORT ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
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
           05  VENCIMENTO-MENSAL.
               10  DIA-VENC            PIC 9(02).
               10  MES-VENC            PIC 9(02).
               10  ANO-VENC            PIC 9(04).
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
           05  FILLER                  PIC X(05).

       FD  BOLSALOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BOLSALOG.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-BOLSALOG.
           05  DATA-BLG                PIC 9(08).
           05  HORA-BLG                PIC 9(06).
           05  OPER-BLG                PIC X(10).
           05  ESTACAO-BLG             PIC 9(02).
           05  ALUNO-BLG               PIC 9(06).
           05  CURSO-BLG               PIC 9(06).
           05  PERC-ANT-BLG            PIC 9(03)V99.
           05  PERC-NOVO-BLG           PIC 9(03)V99.
           05  ACAO-BLG                PIC X(01).
               88  BLG-INCLUSAO        VALUE 'I'.
               88  BLG-ALTERACAO       VALUE 'A'.
               88  BLG-EXCLUSAO        VALUE 'E'.
           05  FILLER                  PIC X(01).

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
           05  ANO-LNT                 PIC 9(04).
           05  CURSO-LNT               PIC 9(02).
           05  ALUNO-LNT               PIC 9(06).
           05  DISCI-LNT               PIC 9(04).
           05  BIM-LNT                 PIC 9(01).
           05  NOTA-LNT                PIC 99V9.
           05  FILLER                  PIC X(06).

       FD  LOGOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LOGOPER.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-LOGOPER.
           05  DATA-LOGOP              PIC 9(06).
           05  HORA-LOGOP              PIC 9(06).
           05  OPER-LOGOP              PIC X(10).
           05  EVENTO-LOGOP            PIC X(08).
           05  FILLER                  PIC X(10).

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
               88  OPER-ATIVO          VALUE 'A'.
           05  CAMPUS-OPER             PIC 9(02).

      * LANCAMENTOS (TIPO 1) E CORRECOES (TIPO 2) DA MESMA NOTA
      * JUNTOS, NA ORDEM EM QUE ACONTECERAM
       SD  NOTASORT
           VALUE OF FILE-ID 'AUDSEGN.TMP'.

       01  REG-NOTASORT.
           05 CHAVE-NS.
              10 ANO-NS            PIC 9(04).
              10 CURSO-NS          PIC 9(02).
              10 ALUNO-NS          PIC 9(06).
              10 DISCI-NS          PIC 9(04).
              10 BIM-NS            PIC 9(01).
           05 DATA-NS              PIC 9(08).
           05 TIPO-NS              PIC X(01).
           05 OPER-NS              PIC X(10).
           05 PROG-NS              PIC X(08).
           05 PROT-NS              PIC 9(06).

      * LOGINS (TIPO 1) E BAIXAS (TIPO 2) POR OPERADOR E DIA
       SD  CAIXSORT
           VALUE OF FILE-ID 'AUDSEGC.TMP'.

       01  REG-CAIXSORT.
           05 OPER-CS              PIC X(10).
           05 DATA-CS              PIC 9(08).
           05 TIPO-CS              PIC X(01).
           05 RECIBO-CS            PIC 9(06).
           05 ALUNO-CS             PIC 9(06).
           05 CURSO-CS             PIC 9(06).
           05 ANO-CS               PIC 9(04).
           05 MES-CS               PIC 9(02).
           05 VALOR-CS             PIC 9(05)V99.

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CXM          PIC X(02) VALUE SPACES.
       01  STATUS-MENS         PIC X(02) VALUE SPACES.
       01  STATUS-BLG          PIC X(02) VALUE SPACES.
       01  STATUS-HIST         PIC X(02) VALUE SPACES.
       01  STATUS-LNT          PIC X(02) VALUE SPACES.
       01  STATUS-LOGOP        PIC X(02) VALUE SPACES.
       01  STATUS-MST          PIC X(02) VALUE SPACES.
       01  WS-SEM-MST          PIC X VALUE 'N'.
       01  WS-DATA-INI         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
       01  WS-DIA-I            PIC 9(02) VALUE ZEROS.
       01  WS-MES-I            PIC 9(02) VALUE ZEROS.
       01  WS-ANO-I            PIC 9(04) VALUE ZEROS.
       01  WS-JANELA           PIC 9(03) VALUE ZEROS.
       01  WS-SECAO            PIC 9 VALUE ZEROS.
       01  WS-ACHOU            PIC X VALUE 'N'.
       01  WS-LOGIN            PIC X VALUE 'N'.
       01  WS-DATA-PG          PIC 9(08) VALUE ZEROS.
       01  WS-PARCELA          PIC 9(06) VALUE ZEROS.
       01  WS-DATA-X           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-X-R REDEFINES WS-DATA-X.
           05 WS-ANO-X         PIC 9(04).
           05 WS-MES-X         PIC 9(02).
           05 WS-DIA-X         PIC 9(02).
       01  WS-DIAS-X           PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-BOLSA       PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-DIF         PIC 9(08) VALUE ZEROS.
       01  ULT-OPER            PIC X(10) VALUE SPACES.
       01  ULT-RECIBO          PIC 9(06) VALUE ZEROS.
       01  ULT-ANO             PIC 9(04) VALUE ZEROS.
       01  ULT-MES             PIC 9(02) VALUE ZEROS.
       01  ULT-DATA            PIC 9(08) VALUE ZEROS.
       01  CHAVE-NS-ANT        PIC X(17) VALUE SPACES.
       01  ORIG-OPER           PIC X(10) VALUE SPACES.
       01  ORIG-DATA           PIC 9(08) VALUE ZEROS.
       01  ORIG-PROG           PIC X(08) VALUE SPACES.
       01  OPER-CS-ANT         PIC X(10) VALUE SPACES.
       01  DATA-CS-ANT         PIC 9(08) VALUE ZEROS.
       01  CONT-ESTORNO        PIC 9(05) VALUE ZEROS.
       01  CONT-BOLSA          PIC 9(05) VALUE ZEROS.
       01  CONT-NOTA           PIC 9(05) VALUE ZEROS.
       01  CONT-CAIXA          PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'AUDSEG'.
           05 FILLER               PIC X(37) VALUE
              'SEGREGACAO DE FUNCOES - EXCECOES'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'PERIODO DE '.
           05 INI-CAB2             PIC 9999/99/99.
           05 FILLER               PIC X(03) VALUE ' A '.
           05 FIM-CAB2             PIC 9999/99/99.
           05 FILLER               PIC X(10) VALUE '  JANELA: '.
           05 JAN-CAB2             PIC ZZ9.

       01  CAB3A.
           05 FILLER               PIC X(50) VALUE
           '1 - ESTORNO PELO OPERADOR QUE RECEBEU O PAGAMENTO'.

       01  CAB4A.
           05 FILLER               PIC X(42) VALUE
           'DATA EST.  RECIBO ALUNO  CURSO      VALOR '.
           05 FILLER               PIC X(38) VALUE
           'OPERADOR   PARCELA RECIBO DATA PGTO'.

       01  CAB3B.
           05 FILLER               PIC X(50) VALUE
           '2 - BOLSA CONCEDIDA E BAIXA PELO MESMO OPERADOR'.

       01  CAB4B.
           05 FILLER               PIC X(42) VALUE
           'DATA BOLSA ALUNO  CURSO  % ANT. % NOVO OPE'.
           05 FILLER               PIC X(38) VALUE
           'RADOR   PARCELA RECIBO DATA PGTO'.

       01  CAB3C.
           05 FILLER               PIC X(50) VALUE
           '3 - CORRECAO DE NOTA POR QUEM DIGITOU A ORIGINAL'.

       01  CAB4C.
           05 FILLER               PIC X(42) VALUE
           'DATA CORR. PROTOC ANO  CU ALUNO  DISC B OP'.
           05 FILLER               PIC X(38) VALUE
           'ERADOR   DATA LANC. PROGRAMA'.

       01  CAB3D.
           05 FILLER               PIC X(50) VALUE
           '4 - BAIXA FORA DA SESSAO DE CAIXA (SEM LOGIN)'.

       01  CAB4D.
           05 FILLER               PIC X(42) VALUE
           'DATA PGTO  RECIBO ALUNO  CURSO  PARCELA   '.
           05 FILLER               PIC X(38) VALUE
           '   VALOR OPERADOR'.

       01  DET1.
           05 DATA-DET1            PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 REC-DET1             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALU-DET1             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CUR-DET1             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAL-DET1             PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 OPER-DET1            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PARC-DET1            PIC 9999/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RECPG-DET1           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DATPG-DET1           PIC 9999/99/99.

       01  DET2.
           05 DATA-DET2            PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALU-DET2             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CUR-DET2             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PANT-DET2            PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PNOVO-DET2           PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 OPER-DET2            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PARC-DET2            PIC 9999/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RECPG-DET2           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DATPG-DET2           PIC 9999/99/99.

       01  DET3.
           05 DATA-DET3            PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PROT-DET3            PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ANO-DET3             PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CUR-DET3             PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALU-DET3             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIS-DET3             PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BIM-DET3             PIC 9(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 OPER-DET3            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DLANC-DET3           PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PROG-DET3            PIC X(08).

       01  DET4.
           05 DATA-DET4            PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 REC-DET4             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALU-DET4             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CUR-DET4             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PARC-DET4            PIC 9999/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAL-DET4             PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 OPER-DET4            PIC X(10).

       01  MSG-SECAO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TEXTO-MSG            PIC X(50).

       01  RODAPE1.
           05 FILLER               PIC X(34) VALUE
              'ESTORNOS PELO MESMO OPERADOR....:'.
           05 TOT-EST-ROD          PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
              'BOLSA E BAIXA MESMO OPERADOR:'.
           05 TOT-BOL-ROD          PIC ZZZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(34) VALUE
              'CORRECOES POR QUEM DIGITOU......:'.
           05 TOT-NOT-ROD          PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
              'BAIXAS FORA DA SESSAO.......:'.
           05 TOT-CX-ROD           PIC ZZZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT MENSAL
           IF STATUS-MENS NOT = '00'
              DISPLAY (12 20) 'MENSAL.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT OPERMST
           IF STATUS-MST NOT = '00'
              MOVE 'S' TO WS-SEM-MST.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'AUDSEG'
           DISPLAY (02 21) 'SEGREGACAO DE FUNCOES - EXCECOES'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (07 10) 'PERIODO DE [  /  /    ] A [  /  /    ]'
           DISPLAY (09 10)
             'DIAS ENTRE BOLSA E BAIXA DA MENSALIDADE [   ] (0 = 30)'.

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
           IF WS-DATA-INI = ZEROS OR WS-DATA-FIM < WS-DATA-INI
              DISPLAY (22 30) 'PERIODO INVALIDO'
              GO TO 0300-PARAMETROS.
           DISPLAY (22 30) '                '
           ACCEPT (09 51) WS-JANELA WITH PROMPT AUTO-SKIP
           IF WS-JANELA = ZEROS
              MOVE 30 TO WS-JANELA.

      * UMA SECAO POR REGRA, CADA UMA COM CABECALHO PROPRIO; ARQUIVO
      * DE ORIGEM AUSENTE SAI COMO AVISO NA PROPRIA SECAO
       0500-PROCESSA.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG CONT-ESTORNO CONT-BOLSA CONT-NOTA
                         CONT-CAIXA
           MOVE 1 TO WS-SECAO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           PERFORM 1000-ESTORNOS THRU 1099-FIM-ESTORNOS
           MOVE 2 TO WS-SECAO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           PERFORM 2000-BOLSAS THRU 2099-FIM-BOLSAS
           MOVE 3 TO WS-SECAO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           MOVE SPACES TO CHAVE-NS-ANT
           SORT NOTASORT ASCENDING KEY CHAVE-NS DATA-NS TIPO-NS
                INPUT  PROCEDURE 3000-SELECIONA-NOTAS
                OUTPUT PROCEDURE 3100-CONFRONTA-NOTAS
           MOVE 4 TO WS-SECAO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           IF WS-SEM-MST = 'S'
              MOVE 'SEM OPERMST.DAT O FACAD NAO REGISTRA LOGIN'
                 TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO
              GO TO 0550-RODAPE.
           MOVE SPACES TO OPER-CS-ANT
           MOVE ZEROS TO DATA-CS-ANT
           SORT CAIXSORT ASCENDING KEY OPER-CS DATA-CS TIPO-CS
                INPUT  PROCEDURE 4000-SELECIONA-CAIXA
                OUTPUT PROCEDURE 4100-CONFRONTA-CAIXA.

       0550-RODAPE.
           MOVE CONT-ESTORNO TO TOT-EST-ROD
           MOVE CONT-BOLSA TO TOT-BOL-ROD
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           MOVE CONT-NOTA TO TOT-NOT-ROD
           MOVE CONT-CAIXA TO TOT-CX-ROD
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           CLOSE RELAT
           DISPLAY (22 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * ESTORNO DE SALDO CREDOR X ULTIMO PAGAMENTO DO ALUNO/CURSO
      * ATE A DATA DO ESTORNO (O QUE GEROU O CREDITO)
       1000-ESTORNOS.
           OPEN INPUT CXMOV
           IF STATUS-CXM NOT = '00'
              MOVE 'CXMOV.DAT INEXISTENTE' TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO
              GO TO 1099-FIM-ESTORNOS.

       1010-LE-CXMOV.
           READ CXMOV
           IF STATUS-CXM NOT = '00'
              GO TO 1090-FECHA.
           IF TIPO-CXM NOT = 'ESTORNO'
              GO TO 1010-LE-CXMOV.
           IF DATA-CXM < WS-DATA-INI OR DATA-CXM > WS-DATA-FIM
              GO TO 1010-LE-CXMOV.
           PERFORM 1100-ULT-PGTO THRU 1199-FIM-ULT
           IF WS-ACHOU = 'N'
              GO TO 1010-LE-CXMOV.
           IF ULT-OPER NOT = OPERADOR-CXM
              GO TO 1010-LE-CXMOV.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           ADD 1 TO CONT-ESTORNO
           MOVE DATA-CXM TO DATA-DET1
           MOVE REFER-CXM TO REC-DET1
           MOVE ALUNO-CXM TO ALU-DET1
           MOVE CURSO-CXM TO CUR-DET1
           MOVE VALOR-CXM TO VAL-DET1
           MOVE OPERADOR-CXM TO OPER-DET1
           COMPUTE WS-PARCELA = ULT-ANO * 100 + ULT-MES
           MOVE WS-PARCELA TO PARC-DET1
           MOVE ULT-RECIBO TO RECPG-DET1
           MOVE ULT-DATA TO DATPG-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 1010-LE-CXMOV.

       1090-FECHA.
           CLOSE CXMOV.

       1099-FIM-ESTORNOS. EXIT.

       1100-ULT-PGTO.
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO ULT-DATA
           MOVE ALUNO-CXM TO COD-ALUNO-MENSAL
           MOVE CURSO-CXM TO COD-CURSO-MENSAL
           MOVE ZEROS TO ANO-MENSAL MES-MENSAL
           START MENSAL KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              GO TO 1199-FIM-ULT.

       1110-LE-MENSAL.
           READ MENSAL NEXT
           IF STATUS-MENS NOT = '00'
              GO TO 1199-FIM-ULT.
           IF COD-ALUNO-MENSAL NOT = ALUNO-CXM
              OR COD-CURSO-MENSAL NOT = CURSO-CXM
              GO TO 1199-FIM-ULT.
           IF NOT PGTO-PAGO
              GO TO 1110-LE-MENSAL.
           PERFORM 8200-DATA-PGTO THRU 8299-FIM-DATA
           IF WS-DATA-PG > DATA-CXM OR WS-DATA-PG < ULT-DATA
              GO TO 1110-LE-MENSAL.
           MOVE 'S' TO WS-ACHOU
           MOVE WS-DATA-PG TO ULT-DATA
           MOVE OPERADOR-PGTO TO ULT-OPER
           MOVE RECIBO-PGTO TO ULT-RECIBO
           MOVE ANO-MENSAL TO ULT-ANO
           MOVE MES-MENSAL TO ULT-MES
           GO TO 1110-LE-MENSAL.

       1199-FIM-ULT. EXIT.

      * BOLSA INCLUIDA OU AUMENTADA NO PERIODO X PARCELAS DO ALUNO
      * BAIXADAS PELO MESMO OPERADOR ATE WS-JANELA DIAS DEPOIS
       2000-BOLSAS.
           OPEN INPUT BOLSALOG
           IF STATUS-BLG NOT = '00'
              MOVE 'BOLSALOG.DAT INEXISTENTE' TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO
              GO TO 2099-FIM-BOLSAS.

       2010-LE-BOLSALOG.
           READ BOLSALOG
           IF STATUS-BLG NOT = '00'
              GO TO 2090-FECHA.
           IF DATA-BLG < WS-DATA-INI OR DATA-BLG > WS-DATA-FIM
              GO TO 2010-LE-BOLSALOG.
           IF BLG-EXCLUSAO OR PERC-NOVO-BLG NOT > PERC-ANT-BLG
              GO TO 2010-LE-BOLSALOG.
           MOVE DATA-BLG TO WS-DATA-X
           PERFORM 8300-DIAS THRU 8399-FIM-DIAS
           MOVE WS-DIAS-X TO WS-DIAS-BOLSA
           MOVE ALUNO-BLG TO COD-ALUNO-MENSAL
           MOVE CURSO-BLG TO COD-CURSO-MENSAL
           MOVE ZEROS TO ANO-MENSAL MES-MENSAL
           START MENSAL KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              GO TO 2010-LE-BOLSALOG.

       2020-LE-MENSAL.
           READ MENSAL NEXT
           IF STATUS-MENS NOT = '00'
              GO TO 2010-LE-BOLSALOG.
           IF COD-ALUNO-MENSAL NOT = ALUNO-BLG
              OR COD-CURSO-MENSAL NOT = CURSO-BLG
              GO TO 2010-LE-BOLSALOG.
           IF NOT PGTO-PAGO OR OPERADOR-PGTO NOT = OPER-BLG
              GO TO 2020-LE-MENSAL.
           PERFORM 8200-DATA-PGTO THRU 8299-FIM-DATA
           IF WS-DATA-PG < DATA-BLG
              GO TO 2020-LE-MENSAL.
           MOVE WS-DATA-PG TO WS-DATA-X
           PERFORM 8300-DIAS THRU 8399-FIM-DIAS
           SUBTRACT WS-DIAS-BOLSA FROM WS-DIAS-X GIVING WS-DIAS-DIF
           IF WS-DIAS-DIF > WS-JANELA
              GO TO 2020-LE-MENSAL.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           ADD 1 TO CONT-BOLSA
           MOVE DATA-BLG TO DATA-DET2
           MOVE ALUNO-BLG TO ALU-DET2
           MOVE CURSO-BLG TO CUR-DET2
           MOVE PERC-ANT-BLG TO PANT-DET2
           MOVE PERC-NOVO-BLG TO PNOVO-DET2
           MOVE OPER-BLG TO OPER-DET2
           COMPUTE WS-PARCELA = ANO-MENSAL * 100 + MES-MENSAL
           MOVE WS-PARCELA TO PARC-DET2
           MOVE RECIBO-PGTO TO RECPG-DET2
           MOVE WS-DATA-PG TO DATPG-DET2
           WRITE REG-ORELATO FROM DET2 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 2020-LE-MENSAL.

       2090-FECHA.
           CLOSE BOLSALOG.

       2099-FIM-BOLSAS. EXIT.

      * LANCAMENTOS ATE O FIM DO PERIODO E CORRECOES NO PERIODO;
      * HISTNOTA GRAVA A DATA COM ANO DE 2 DIGITOS
       3000-SELECIONA-NOTAS SECTION.
       3010-ABRE.
           OPEN INPUT HISTNOTA
           IF STATUS-HIST NOT = '00'
              MOVE 'HISTNOTA.DAT INEXISTENTE' TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO
              GO TO 3099-FIM.
           OPEN INPUT LANCNOTA
           IF STATUS-LNT NOT = '00'
              MOVE 'LANCNOTA.DAT INEXISTENTE' TO TEXTO-MSG
              PERFORM 8100-AVISO THRU 8199-FIM-AVISO
              CLOSE HISTNOTA
              GO TO 3099-FIM.

       3020-LE-LANCNOTA.
           READ LANCNOTA
           IF STATUS-LNT NOT = '00'
              CLOSE LANCNOTA
              GO TO 3030-LE-HISTNOTA.
           IF DATA-LNT > WS-DATA-FIM
              GO TO 3020-LE-LANCNOTA.
           MOVE ANO-LNT TO ANO-NS
           MOVE CURSO-LNT TO CURSO-NS
           MOVE ALUNO-LNT TO ALUNO-NS
           MOVE DISCI-LNT TO DISCI-NS
           MOVE BIM-LNT TO BIM-NS
           MOVE DATA-LNT TO DATA-NS
           MOVE '1' TO TIPO-NS
           MOVE OPER-LNT TO OPER-NS
           MOVE PROGRAMA-LNT TO PROG-NS
           MOVE ZEROS TO PROT-NS
           RELEASE REG-NOTASORT
           GO TO 3020-LE-LANCNOTA.

       3030-LE-HISTNOTA.
           READ HISTNOTA
           IF STATUS-HIST NOT = '00'
              CLOSE HISTNOTA
              GO TO 3099-FIM.
           COMPUTE WS-DATA-X = DATA-HIST + 20000000
           IF WS-DATA-X < WS-DATA-INI OR WS-DATA-X > WS-DATA-FIM
              GO TO 3030-LE-HISTNOTA.
           MOVE ANO-HIST TO ANO-NS
           MOVE CURSO-HIST TO CURSO-NS
           MOVE ALUNO-HIST TO ALUNO-NS
           MOVE DISCI-HIST TO DISCI-NS
           MOVE BIM-HIST TO BIM-NS
           MOVE WS-DATA-X TO DATA-NS
           MOVE '2' TO TIPO-NS
           MOVE OPERADOR-HIST TO OPER-NS
           MOVE SPACES TO PROG-NS
           MOVE PROTOCOLO-HIST TO PROT-NS
           RELEASE REG-NOTASORT
           GO TO 3030-LE-HISTNOTA.

       3099-FIM. EXIT.

      * O PRIMEIRO LANCAMENTO DA NOTA E O ORIGINAL
       3100-CONFRONTA-NOTAS SECTION.
       3110-LE-SORT.
           RETURN NOTASORT AT END
              GO TO 3199-FIM.
           IF CHAVE-NS NOT = CHAVE-NS-ANT
              MOVE CHAVE-NS TO CHAVE-NS-ANT
              MOVE SPACES TO ORIG-OPER ORIG-PROG
              MOVE ZEROS TO ORIG-DATA.
           IF TIPO-NS = '1' AND ORIG-OPER = SPACES
              MOVE OPER-NS TO ORIG-OPER
              MOVE DATA-NS TO ORIG-DATA
              MOVE PROG-NS TO ORIG-PROG.
           IF TIPO-NS = '1'
              GO TO 3110-LE-SORT.
           IF ORIG-OPER = SPACES OR ORIG-OPER NOT = OPER-NS
              GO TO 3110-LE-SORT.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           ADD 1 TO CONT-NOTA
           MOVE DATA-NS TO DATA-DET3
           MOVE PROT-NS TO PROT-DET3
           MOVE ANO-NS TO ANO-DET3
           MOVE CURSO-NS TO CUR-DET3
           MOVE ALUNO-NS TO ALU-DET3
           MOVE DISCI-NS TO DIS-DET3
           MOVE BIM-NS TO BIM-DET3
           MOVE OPER-NS TO OPER-DET3
           MOVE ORIG-DATA TO DLANC-DET3
           MOVE ORIG-PROG TO PROG-DET3
           WRITE REG-ORELATO FROM DET3 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 3110-LE-SORT.

       3199-FIM. EXIT.

      * SO BAIXAS DE OPERADOR CADASTRADO - BANCO, REPASSE, ACORDO E
      * AS ROTINAS EM LOTE NAO ABREM SESSAO NO FACAD
       4000-SELECIONA-CAIXA SECTION.
       4010-ABRE.
           OPEN INPUT LOGOPER
           IF STATUS-LOGOP NOT = '00'
              GO TO 4030-INICIO-MENSAL.

       4020-LE-LOGOPER.
           READ LOGOPER
           IF STATUS-LOGOP NOT = '00'
              CLOSE LOGOPER
              GO TO 4030-INICIO-MENSAL.
           IF EVENTO-LOGOP NOT = 'LOGIN'
              GO TO 4020-LE-LOGOPER.
           COMPUTE WS-DATA-X = DATA-LOGOP + 20000000
           IF WS-DATA-X < WS-DATA-INI OR WS-DATA-X > WS-DATA-FIM
              GO TO 4020-LE-LOGOPER.
           MOVE OPER-LOGOP TO OPER-CS
           MOVE WS-DATA-X TO DATA-CS
           MOVE '1' TO TIPO-CS
           MOVE ZEROS TO RECIBO-CS ALUNO-CS CURSO-CS ANO-CS MES-CS
                         VALOR-CS
           RELEASE REG-CAIXSORT
           GO TO 4020-LE-LOGOPER.

       4030-INICIO-MENSAL.
           MOVE ZEROS TO CHAVE-MENSAL
           START MENSAL KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              GO TO 4099-FIM.

       4040-LE-MENSAL.
           READ MENSAL NEXT
           IF STATUS-MENS NOT = '00'
              GO TO 4099-FIM.
           IF NOT PGTO-PAGO OR OPERADOR-PGTO = SPACES
              GO TO 4040-LE-MENSAL.
           PERFORM 8200-DATA-PGTO THRU 8299-FIM-DATA
           IF WS-DATA-PG < WS-DATA-INI OR WS-DATA-PG > WS-DATA-FIM
              GO TO 4040-LE-MENSAL.
           MOVE OPERADOR-PGTO TO COD-OPER
           READ OPERMST INVALID KEY
              GO TO 4040-LE-MENSAL.
           MOVE OPERADOR-PGTO TO OPER-CS
           MOVE WS-DATA-PG TO DATA-CS
           MOVE '2' TO TIPO-CS
           MOVE RECIBO-PGTO TO RECIBO-CS
           MOVE COD-ALUNO-MENSAL TO ALUNO-CS
           MOVE COD-CURSO-MENSAL TO CURSO-CS
           MOVE ANO-MENSAL TO ANO-CS
           MOVE MES-MENSAL TO MES-CS
           MOVE VALOR-PAGO TO VALOR-CS
           RELEASE REG-CAIXSORT
           GO TO 4040-LE-MENSAL.

       4099-FIM. EXIT.

       4100-CONFRONTA-CAIXA SECTION.
       4110-LE-SORT.
           RETURN CAIXSORT AT END
              GO TO 4199-FIM.
           IF OPER-CS NOT = OPER-CS-ANT OR DATA-CS NOT = DATA-CS-ANT
              MOVE OPER-CS TO OPER-CS-ANT
              MOVE DATA-CS TO DATA-CS-ANT
              MOVE 'N' TO WS-LOGIN.
           IF TIPO-CS = '1'
              MOVE 'S' TO WS-LOGIN
              GO TO 4110-LE-SORT.
           IF WS-LOGIN = 'S'
              GO TO 4110-LE-SORT.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           ADD 1 TO CONT-CAIXA
           MOVE DATA-CS TO DATA-DET4
           MOVE RECIBO-CS TO REC-DET4
           MOVE ALUNO-CS TO ALU-DET4
           MOVE CURSO-CS TO CUR-DET4
           COMPUTE WS-PARCELA = ANO-CS * 100 + MES-CS
           MOVE WS-PARCELA TO PARC-DET4
           MOVE VALOR-CS TO VAL-DET4
           MOVE OPER-CS TO OPER-DET4
           WRITE REG-ORELATO FROM DET4 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 4110-LE-SORT.

       4199-FIM. EXIT.

       8000-ROTINAS SECTION.
       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-DATA-INI TO INI-CAB2
           MOVE WS-DATA-FIM TO FIM-CAB2
           MOVE WS-JANELA TO JAN-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           IF WS-SECAO = 1
              WRITE REG-ORELATO FROM CAB3A AFTER 2
              WRITE REG-ORELATO FROM CAB4A AFTER 2.
           IF WS-SECAO = 2
              WRITE REG-ORELATO FROM CAB3B AFTER 2
              WRITE REG-ORELATO FROM CAB4B AFTER 2.
           IF WS-SECAO = 3
              WRITE REG-ORELATO FROM CAB3C AFTER 2
              WRITE REG-ORELATO FROM CAB4C AFTER 2.
           IF WS-SECAO = 4
              WRITE REG-ORELATO FROM CAB3D AFTER 2
              WRITE REG-ORELATO FROM CAB4D AFTER 2.
           MOVE 7 TO CONTLIN.

       8099-FIM-CAB. EXIT.

       8100-AVISO.
           WRITE REG-ORELATO FROM MSG-SECAO AFTER 1
           ADD 1 TO CONTLIN.

       8199-FIM-AVISO. EXIT.

      * DATA DE PAGAMENTO DO MENSAL.DAT (DDMMAAAA) EM AAAAMMDD
       8200-DATA-PGTO.
           MOVE ANO-PGTO TO WS-DATA-PG (1:4)
           MOVE MES-PGTO TO WS-DATA-PG (5:2)
           MOVE DIA-PGTO TO WS-DATA-PG (7:2).

       8299-FIM-DATA. EXIT.

      * DIAS PELO CALENDARIO COMERCIAL (30/360), COMO NO BIBEMP
       8300-DIAS.
           MOVE WS-ANO-X TO WS-DIAS-X
           MULTIPLY 12 BY WS-DIAS-X
           ADD WS-MES-X TO WS-DIAS-X
           MULTIPLY 30 BY WS-DIAS-X
           ADD WS-DIA-X TO WS-DIAS-X.

       8399-FIM-DIAS. EXIT.

       0900-FIM.
           CLOSE MENSAL
           IF WS-SEM-MST NOT = 'S'
              CLOSE OPERMST.
           CHAIN 'FACAD.EXE'.

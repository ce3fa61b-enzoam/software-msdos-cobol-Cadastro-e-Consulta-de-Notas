       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONALU-COB.
      *       SISTEMA DE NOTAS
      *    ANALISTA: FABIO
      *    PROGRAMADOR(A): FABIO
      *    FINALIDADE: ANONIMIZACAO (LGPD) DOS EX-ALUNOS ARQUIVADOS -
      *                ALUNO NAO ATIVO CUJO ANO DE SAIDA JA FOI
      *                ARQUIVADO PELO ARQANO (ARQCAT.DAT) E CUJA SAIDA
      *                PASSOU DO PRAZO DE RETENCAO INFORMADO (MINIMO 5
      *                ANOS), SEM MENSALIDADE EM ABERTO:
      *                - alunos.dat: NOME, ENDERECO E RG (E O INDICE
      *                  nomealu.dat); ALUNO.DAT: ENDERECO, CEP, FONE
      *                - CPFCAD (CPF DO ALUNO), DEVCORR E CONTALU
      *                  (FONES, E-MAIL, EMERGENCIA) EXCLUIDOS
      *                - RESPFIN E EGRESSO: NOME, DOCUMENTOS, ENDERECO
      *                O NOME DO ALUNO.DAT, AS NOTAS (VIVAS E ARQUIVOS
      *                ANUAIS), NOMEHIST E DIPLOMA.DAT FICAM - SAO O
      *                REGISTRO ACADEMICO DO HISTORICO E DO DIPLOMA.
      *                CADA ANONIMIZACAO FICA EM LGPDLOG.DAT (SEM NOME)
      *                SIMULACAO (S) SO LISTA; EFETIVA (E) EXIGE SENHA
      *                DE SUPERVISOR
      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            CONTATOS DO ALUNO (CONTALU.DAT)
      *                             EXCLUIDOS NA ANONIMIZACAO

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

           SELECT ALUCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALUNO
                       FILE STATUS STATUS-ALUC.

           SELECT NOMEWORK ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-NOME-WORK
                       FILE STATUS STATUS-WORK.

           SELECT CPFCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CPF
                       FILE STATUS STATUS-CPF.

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

           SELECT DEVCORR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DEV
                       FILE STATUS STATUS-DEV.

           SELECT CONTCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CONT
                       FILE STATUS STATUS-CONT.

           SELECT MENSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

           SELECT ARQCAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY ANO-CAT
                       FILE STATUS STATUS-CAT.

           SELECT LGPDLOG ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-LGP
                       FILE STATUS STATUS-LGP.

           SELECT OPERMST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT RELATO ASSIGN TO PRINTER.

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
           05  SEXO                    PIC X.
           05  ENDERECO                PIC X(40).
           05  CIDADE                  PIC X(15).
           05  CEP                     PIC 9(08).
           05  FONE                    PIC 9(12).
           05  SITUACAO-ALU            PIC X(01).
               88  ALU-ATIVO           VALUE 'A'.
           05  DATA-SITUACAO-ALU       PIC 9(08).

       FD  ALUCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'alunos.dat'
           RECORD CONTAINS 144 CHARACTERS.

       01  REG-OARQ.
           05 CHAVE-ALUNO.
              10 COD-ALUNO-FIN     PIC 9(06).
              10 COD-CURSO-FIN     PIC 9(06).
           05 NOME-FIN             PIC X(40).
           05 ENDERECO-FIN         PIC X(30).
           05 BAIRRO-FIN           PIC X(20).
           05 CIDADE-FIN           PIC X(15).
           05 ESTADO-FIN           PIC X(02).
           05 DATA-NASC-FIN        PIC 9(08).
           05 RG-FIN               PIC 9(08).
           05 SITUACAO-FIN         PIC X(01).
           05 DATA-SITUACAO-FIN    PIC 9(08).

       FD  NOMEWORK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'nomealu.dat'
           RECORD CONTAINS 52 CHARACTERS.

       01  REG-NOMEWORK.
           05  CHAVE-NOME-WORK.
               10  NOME-WORK           PIC X(40).
               10  COD-ALUNO-WORK      PIC 9(06).
               10  COD-CURSO-WORK      PIC 9(06).

       FD  CPFCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CPFCAD.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-CPFCAD.
           05  CHAVE-CPF.
               10  TIPO-CPC            PIC X(01).
               10  CODIGO-CPC          PIC 9(06).
               10  CURSO-CPC           PIC 9(06).
           05  CPF-CPC                 PIC 9(11).
           05  FILLER                  PIC X(06).

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

       FD  DEVCORR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DEVCORR.DAT'
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-DEVCORR.
           05  CHAVE-DEV.
               10  COD-ALUNO-DEV       PIC 9(06).
               10  COD-CURSO-DEV       PIC 9(06).
               10  DESTINO-DEV         PIC X(01).
           05  FILLER                  PIC X(97).

       FD  CONTCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CONTALU.DAT'
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-CONTALU.
           05  CHAVE-CONT.
               10  COD-ALUNO-CONT      PIC 9(06).
               10  COD-CURSO-CONT      PIC 9(06).
           05  FILLER                  PIC X(148).

       FD  MENSCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'mensal.dat'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-MENSAL.
           05  CHAVE-MENSAL.
               10  COD-ALUNO-MENSAL    PIC 9(06).
               10  COD-CURSO-MENSAL    PIC 9(06).
               10  ANO-MENSAL          PIC 9(04).
               10  MES-MENSAL          PIC 9(02).
           05  FILLER                  PIC X(22).
           05  STATUS-PGTO             PIC X(01).
               88  PGTO-ABERTO         VALUE 'A'.
           05  FILLER                  PIC X(39).

       FD  ARQCAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ARQCAT.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-ARQCAT.
           05  ANO-CAT                 PIC 9(04).
           05  FILLER                  PIC X(26).

      * UM REGISTRO POR ALUNO/CURSO ANONIMIZADO - SEM DADO PESSOAL
       FD  LGPDLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LGPDLOG.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-LGPDLOG.
           05  CHAVE-LGP.
               10  COD-ALUNO-LGP       PIC 9(06).
               10  COD-CURSO-LGP       PIC 9(02).
           05  DATA-LGP                PIC 9(08).
           05  DATA-SAIDA-LGP          PIC 9(08).
           05  RETENCAO-LGP            PIC 9(02).
           05  OPER-LGP                PIC X(10).
           05  FILLER                  PIC X(04).

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
           05  FILLER                  PIC X(02).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-RELATO                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU              PIC X(02) VALUE SPACE.
       01  STATUS-ALUC             PIC X(02) VALUE SPACE.
       01  STATUS-WORK             PIC X(02) VALUE SPACE.
       01  STATUS-CPF              PIC X(02) VALUE SPACE.
       01  STATUS-RESP             PIC X(02) VALUE SPACE.
       01  STATUS-EGR              PIC X(02) VALUE SPACE.
       01  STATUS-DEV              PIC X(02) VALUE SPACE.
       01  STATUS-CONT             PIC X(02) VALUE SPACE.
       01  STATUS-MENS             PIC X(02) VALUE SPACE.
       01  STATUS-CAT              PIC X(02) VALUE SPACE.
       01  STATUS-LGP              PIC X(02) VALUE SPACE.
       01  STATUS-MST              PIC X(02) VALUE SPACE.
       01  WS-SEM-ALUC             PIC X VALUE 'N'.
       01  WS-SEM-WORK             PIC X VALUE 'N'.
       01  WS-SEM-CPF              PIC X VALUE 'N'.
       01  WS-SEM-RESP             PIC X VALUE 'N'.
       01  WS-SEM-EGR              PIC X VALUE 'N'.
       01  WS-SEM-DEV              PIC X VALUE 'N'.
       01  WS-SEM-CONT             PIC X VALUE 'N'.
       01  WS-SEM-MENS             PIC X VALUE 'N'.
       01  WS-ACHOU-FIN            PIC X VALUE 'N'.
       01  WS-DEBITO               PIC X VALUE 'N'.
       01  WS-SUP-OK               PIC X VALUE 'N'.
       01  WS-MODO                 PIC X VALUE SPACE.
           88  MODO-SIMULA         VALUE 'S'.
           88  MODO-EFETIVA        VALUE 'E'.
       01  WS-RESPOSTA             PIC X.
       01  WS-OPERADOR             PIC X(10) VALUE SPACES.
       01  WS-SENHA                PIC 9(06) VALUE ZEROS.
       01  WS-RETENCAO             PIC 9(02) VALUE 5.
       01  WS-MAIOR-ARQ            PIC 9(04) VALUE ZEROS.
       01  WS-CURSO-FIN            PIC 9(06) VALUE ZEROS.
       01  WS-DATA-HOJE.
           05 WS-ANO-HOJE          PIC 9(04).
           05 WS-MMDD-HOJE         PIC 9(04).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-LIMITE.
           05 WS-ANO-LIMITE        PIC 9(04).
           05 WS-MMDD-LIMITE       PIC 9(04).
       01  WS-LIMITE-R REDEFINES WS-LIMITE PIC 9(08).
       01  WS-SAIDA.
           05 WS-ANO-SAIDA         PIC 9(04).
           05 FILLER               PIC 9(04).
       01  WS-SAIDA-R REDEFINES WS-SAIDA PIC 9(08).
       01  WS-ANONIMO              PIC X(40) VALUE
           'ANONIMIZADO - LGPD'.

       01  CONT-LIDOS              PIC 9(05) VALUE ZEROS.
       01  CONT-ELEG               PIC 9(05) VALUE ZEROS.
       01  CONT-DEBITO             PIC 9(05) VALUE ZEROS.
       01  CONT-JA                 PIC 9(05) VALUE ZEROS.
       01  CONTLIN                 PIC 99 VALUE ZEROS.
       01  CONTPAG                 PIC 9(03) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(10) VALUE 'ANONALU'.
           05 FILLER               PIC X(50) VALUE
           'ANONIMIZACAO DE EX-ALUNOS ARQUIVADOS - LGPD'.
           05 MODO-CAB1            PIC X(12).
           05 FILLER               PIC X(05) VALUE 'PAG. '.
           05 PAG-CAB1             PIC ZZ9.

       01  CAB2.
           05 FILLER               PIC X(30) VALUE
           'RETENCAO (ANOS APOS A SAIDA): '.
           05 RETENCAO-CAB2        PIC Z9.
           05 FILLER               PIC X(27) VALUE
           '   SAIDAS ANTERIORES A    '.
           05 DIA-CAB2             PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 MES-CAB2             PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ANO-CAB2             PIC 9999.
           05 FILLER               PIC X(11) VALUE SPACES.

       01  CAB3.
           05 FILLER               PIC X(40) VALUE
           'ALUNO  CURSO  SIT  SAIDA       RESULTADO'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CURSO-DET1           PIC 99.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 SIT-DET1             PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DIA-DET1             PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 MES-DET1             PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ANO-DET1             PIC 9999.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RESULT-DET1          PIC X(49).

       01  TOT1.
           05 TEXTO-TOT1           PIC X(40).
           05 VALOR-TOT1           PIC ZZ.ZZ9.
           05 FILLER               PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-INICIO.
           ACCEPT WS-DATA-HOJE-R FROM DATE YYYYMMDD.
           OPEN INPUT ARQCAT
           IF STATUS-CAT NOT = '00'
              DISPLAY (12 15)
                'NENHUM ANO ARQUIVADO (ARQCAT.DAT) - USE O'
              DISPLAY (13 15) 'ARQANO ANTES DE ANONIMIZAR'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           PERFORM 0150-MAIOR-ANO THRU 0199-FIM-MAIOR
           CLOSE ARQCAT.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'ANONALU'
           DISPLAY (02 20) 'ANONIMIZACAO DE EX-ALUNOS ARQUIVADOS - LGPD'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'ULTIMO ANO ARQUIVADO PELO ARQANO:'
           DISPLAY (05 44) WS-MAIOR-ARQ
           DISPLAY (07 10)
             'ANOS DE RETENCAO APOS A SAIDA [  ] (MINIMO 05)'
           DISPLAY (09 10)
             'S=SIMULACAO (SO LISTA)  E=EFETIVA  F=FIM [ ]'.

       0300-RETENCAO.
           ACCEPT (07 41) WS-RETENCAO WITH UPDATE AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-RETENCAO < 5
              DISPLAY (22 20) 'RETENCAO MINIMA DE 5 ANOS'
              MOVE 5 TO WS-RETENCAO
              GO TO 0300-RETENCAO.

       0400-MODO.
           ACCEPT (09 52) WS-MODO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-MODO = 'f' OR 'F'
              GO TO 0900-FIM.
           IF WS-MODO = 's'
              MOVE 'S' TO WS-MODO.
           IF WS-MODO = 'e'
              MOVE 'E' TO WS-MODO.
           IF NOT MODO-SIMULA AND NOT MODO-EFETIVA
              DISPLAY (22 30) 'OPCAO INVALIDA'
              GO TO 0400-MODO.
           IF MODO-SIMULA
              GO TO 0500-CONFIRMA.
           DISPLAY (14 10)
             'A ANONIMIZACAO NAO TEM VOLTA - FACA O BACKUP'
           DISPLAY (15 10) 'GERAL ANTES E RODE A SIMULACAO PRIMEIRO'
           PERFORM 9600-VALIDA-SUPERVISOR THRU 9699-FIM-SUP
           IF WS-SUP-OK NOT = 'S'
              DISPLAY (22 20) 'SENHA DE SUPERVISOR INVALIDA'
              STOP ' '
              GO TO 0200-TELA.

       0500-CONFIRMA.
           DISPLAY (22 10) 'CONFIRMA (S OU N) [ ]'
           ACCEPT (22 29) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0200-TELA.
           DISPLAY (22 10) '      AGUARDE - PROCESSANDO       '
           PERFORM 1000-PROCESSA THRU 1999-FIM-PROCESSA
           DISPLAY (22 10) '  PROCESSAMENTO ENCERRADO - ENTER '
           STOP ' '
           GO TO 0200-TELA.

       0150-MAIOR-ANO.
           MOVE ZEROS TO ANO-CAT
           START ARQCAT KEY NOT LESS THAN ANO-CAT INVALID KEY
              GO TO 0199-FIM-MAIOR.

       0160-LE-ARQCAT.
           READ ARQCAT NEXT
           IF STATUS-CAT NOT = '00'
              GO TO 0199-FIM-MAIOR.
           MOVE ANO-CAT TO WS-MAIOR-ARQ
           GO TO 0160-LE-ARQCAT.

       0199-FIM-MAIOR. EXIT.

      * VARRE O ALUNO.DAT; A SAIDA E A DATA DA SITUACAO NAO ATIVA
       1000-PROCESSA.
           MOVE ZEROS TO CONT-LIDOS CONT-ELEG CONT-DEBITO CONT-JA
                         CONTPAG
           MOVE WS-DATA-HOJE TO WS-LIMITE
           SUBTRACT WS-RETENCAO FROM WS-ANO-LIMITE
           IF MODO-EFETIVA
              MOVE 'EFETIVA' TO MODO-CAB1
              PERFORM 1100-ABRE-IO THRU 1199-FIM-ABRE
           ELSE
              MOVE 'SIMULACAO' TO MODO-CAB1
              PERFORM 1200-ABRE-INPUT THRU 1299-FIM-ABRE.
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO
           MOVE ZEROS TO CHAVE-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              GO TO 1900-TOTAIS.

       1010-LE-ALUNO.
           READ CADALUNO NEXT
           IF STATUS-ALU NOT = '00'
              GO TO 1900-TOTAIS.
           ADD 1 TO CONT-LIDOS
           IF ALU-ATIVO OR SITUACAO-ALU = SPACE
              GO TO 1010-LE-ALUNO.
           IF DATA-SITUACAO-ALU = ZEROS
              OR DATA-SITUACAO-ALU NOT < WS-LIMITE-R
              GO TO 1010-LE-ALUNO.
           MOVE DATA-SITUACAO-ALU TO WS-SAIDA-R
           IF WS-ANO-SAIDA > WS-MAIOR-ARQ
              GO TO 1010-LE-ALUNO.
           MOVE COD-ALUNO TO COD-ALUNO-LGP
           MOVE COD-CURSO-ALU TO COD-CURSO-LGP
           READ LGPDLOG
           IF STATUS-LGP = '00'
              ADD 1 TO CONT-JA
              GO TO 1010-LE-ALUNO.
           MOVE COD-CURSO-ALU TO WS-CURSO-FIN
           PERFORM 5000-LE-ALUCAD THRU 5099-FIM-LE-ALUCAD
           IF WS-ACHOU-FIN = 'S'
              AND (SITUACAO-FIN = 'A' OR SITUACAO-FIN = 'T')
              GO TO 1010-LE-ALUNO.
           PERFORM 5100-DEBITO THRU 5199-FIM-DEBITO
           MOVE COD-ALUNO TO ALUNO-DET1
           MOVE COD-CURSO-ALU TO CURSO-DET1
           MOVE SITUACAO-ALU TO SIT-DET1
           MOVE DATA-SITUACAO-ALU (7:2) TO DIA-DET1
           MOVE DATA-SITUACAO-ALU (5:2) TO MES-DET1
           MOVE DATA-SITUACAO-ALU (1:4) TO ANO-DET1
           IF WS-DEBITO = 'S'
              ADD 1 TO CONT-DEBITO
              MOVE 'MANTIDO - MENSALIDADE EM ABERTO' TO RESULT-DET1
              PERFORM 8100-DETALHE
              GO TO 1010-LE-ALUNO.
           ADD 1 TO CONT-ELEG
           IF MODO-SIMULA
              MOVE 'SERA ANONIMIZADO' TO RESULT-DET1
              PERFORM 8100-DETALHE
              GO TO 1010-LE-ALUNO.
           PERFORM 6000-ANONIMIZA THRU 6999-FIM-ANONIMIZA
           MOVE 'ANONIMIZADO' TO RESULT-DET1
           PERFORM 8100-DETALHE
           GO TO 1010-LE-ALUNO.

       1900-TOTAIS.
           MOVE 'ALUNOS LIDOS NO ALUNO.DAT' TO TEXTO-TOT1
           MOVE CONT-LIDOS TO VALOR-TOT1
           WRITE REG-RELATO FROM TOT1 AFTER 3 LINES
           IF MODO-SIMULA
              MOVE 'A ANONIMIZAR' TO TEXTO-TOT1
           ELSE
              MOVE 'ANONIMIZADOS NESTA EXECUCAO' TO TEXTO-TOT1.
           MOVE CONT-ELEG TO VALOR-TOT1
           WRITE REG-RELATO FROM TOT1 AFTER 1 LINES
           MOVE 'MANTIDOS POR MENSALIDADE EM ABERTO' TO TEXTO-TOT1
           MOVE CONT-DEBITO TO VALOR-TOT1
           WRITE REG-RELATO FROM TOT1 AFTER 1 LINES
           MOVE 'JA ANONIMIZADOS ANTES (LGPDLOG.DAT)' TO TEXTO-TOT1
           MOVE CONT-JA TO VALOR-TOT1
           WRITE REG-RELATO FROM TOT1 AFTER 1 LINES
           CLOSE RELATO
           PERFORM 1300-FECHA THRU 1399-FIM-FECHA
           DISPLAY (17 10) 'LIDOS:'
           DISPLAY (17 17) CONT-LIDOS
           DISPLAY (17 25) 'ANONIMIZAVEIS:'
           DISPLAY (17 40) CONT-ELEG
           DISPLAY (17 48) 'COM DEBITO:'
           DISPLAY (17 60) CONT-DEBITO.

       1999-FIM-PROCESSA. EXIT.

      * ARQUIVOS OPCIONAIS: O QUE NAO EXISTE NA INSTALACAO E PULADO
       1100-ABRE-IO.
           OPEN I-O CADALUNO
           OPEN I-O LGPDLOG
           IF STATUS-LGP NOT = '00'
              OPEN OUTPUT LGPDLOG
              CLOSE LGPDLOG
              OPEN I-O LGPDLOG.
           OPEN I-O ALUCAD
           IF STATUS-ALUC NOT = '00'
              MOVE 'S' TO WS-SEM-ALUC.
           OPEN I-O NOMEWORK
           IF STATUS-WORK NOT = '00'
              MOVE 'S' TO WS-SEM-WORK.
           OPEN I-O CPFCAD
           IF STATUS-CPF NOT = '00'
              MOVE 'S' TO WS-SEM-CPF.
           OPEN I-O RESPCAD
           IF STATUS-RESP NOT = '00'
              MOVE 'S' TO WS-SEM-RESP.
           OPEN I-O EGRESSO
           IF STATUS-EGR NOT = '00'
              MOVE 'S' TO WS-SEM-EGR.
           OPEN I-O DEVCORR
           IF STATUS-DEV NOT = '00'
              MOVE 'S' TO WS-SEM-DEV.
           OPEN I-O CONTCAD
           IF STATUS-CONT NOT = '00'
              MOVE 'S' TO WS-SEM-CONT.
           OPEN INPUT MENSCAD
           IF STATUS-MENS NOT = '00'
              MOVE 'S' TO WS-SEM-MENS.

       1199-FIM-ABRE. EXIT.

       1200-ABRE-INPUT.
           OPEN INPUT CADALUNO
           MOVE 'S' TO WS-SEM-WORK WS-SEM-CPF WS-SEM-RESP WS-SEM-EGR
                       WS-SEM-DEV WS-SEM-CONT
           OPEN INPUT LGPDLOG
           IF STATUS-LGP NOT = '00'
              OPEN OUTPUT LGPDLOG
              CLOSE LGPDLOG
              OPEN INPUT LGPDLOG.
           OPEN INPUT ALUCAD
           IF STATUS-ALUC NOT = '00'
              MOVE 'S' TO WS-SEM-ALUC.
           OPEN INPUT MENSCAD
           IF STATUS-MENS NOT = '00'
              MOVE 'S' TO WS-SEM-MENS.

       1299-FIM-ABRE. EXIT.

       1300-FECHA.
           CLOSE CADALUNO LGPDLOG
           IF WS-SEM-ALUC = 'N'
              CLOSE ALUCAD.
           IF WS-SEM-WORK = 'N'
              CLOSE NOMEWORK.
           IF WS-SEM-CPF = 'N'
              CLOSE CPFCAD.
           IF WS-SEM-RESP = 'N'
              CLOSE RESPCAD.
           IF WS-SEM-EGR = 'N'
              CLOSE EGRESSO.
           IF WS-SEM-DEV = 'N'
              CLOSE DEVCORR.
           IF WS-SEM-CONT = 'N'
              CLOSE CONTCAD.
           IF WS-SEM-MENS = 'N'
              CLOSE MENSCAD.
           MOVE 'N' TO WS-SEM-ALUC WS-SEM-WORK WS-SEM-CPF WS-SEM-RESP
                       WS-SEM-EGR WS-SEM-DEV WS-SEM-CONT WS-SEM-MENS.

       1399-FIM-FECHA. EXIT.

       5000-LE-ALUCAD.
           MOVE 'N' TO WS-ACHOU-FIN
           IF WS-SEM-ALUC = 'S'
              GO TO 5099-FIM-LE-ALUCAD.
           MOVE COD-ALUNO TO COD-ALUNO-FIN
           MOVE WS-CURSO-FIN TO COD-CURSO-FIN
           READ ALUCAD INVALID KEY
              GO TO 5099-FIM-LE-ALUCAD.
           MOVE 'S' TO WS-ACHOU-FIN.

       5099-FIM-LE-ALUCAD. EXIT.

      * MENSALIDADE EM ABERTO SEGURA OS DADOS (COBRANCA DO DEBITO)
       5100-DEBITO.
           MOVE 'N' TO WS-DEBITO
           IF WS-SEM-MENS = 'S'
              GO TO 5199-FIM-DEBITO.
           MOVE COD-ALUNO TO COD-ALUNO-MENSAL
           MOVE WS-CURSO-FIN TO COD-CURSO-MENSAL
           MOVE ZEROS TO ANO-MENSAL MES-MENSAL
           START MENSCAD KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              GO TO 5199-FIM-DEBITO.

       5110-LE-MENSAL.
           READ MENSCAD NEXT
           IF STATUS-MENS NOT = '00'
              GO TO 5199-FIM-DEBITO.
           IF COD-ALUNO-MENSAL NOT = COD-ALUNO
              OR COD-CURSO-MENSAL NOT = WS-CURSO-FIN
              GO TO 5199-FIM-DEBITO.
           IF PGTO-ABERTO
              MOVE 'S' TO WS-DEBITO
              GO TO 5199-FIM-DEBITO.
           GO TO 5110-LE-MENSAL.

       5199-FIM-DEBITO. EXIT.

      * APAGA NOME, ENDERECO, RG E CPF - O REGISTRO ACADEMICO FICA
       6000-ANONIMIZA.
           MOVE SPACES TO ENDERECO CIDADE
           MOVE ZEROS TO CEP FONE
           REWRITE REG-CADALUNO
           IF WS-ACHOU-FIN NOT = 'S'
              GO TO 6100-CPF.
           IF WS-SEM-WORK = 'N'
              MOVE NOME-FIN TO NOME-WORK
              MOVE COD-ALUNO-FIN TO COD-ALUNO-WORK
              MOVE COD-CURSO-FIN TO COD-CURSO-WORK
              READ NOMEWORK
              IF STATUS-WORK = '00'
                 DELETE NOMEWORK.
           MOVE WS-ANONIMO TO NOME-FIN
           MOVE SPACES TO ENDERECO-FIN BAIRRO-FIN CIDADE-FIN ESTADO-FIN
           MOVE ZEROS TO RG-FIN
           REWRITE REG-OARQ.

       6100-CPF.
           IF WS-SEM-CPF = 'S'
              GO TO 6200-RESP.
           MOVE 'A' TO TIPO-CPC
           MOVE COD-ALUNO TO CODIGO-CPC
           MOVE WS-CURSO-FIN TO CURSO-CPC
           READ CPFCAD
           IF STATUS-CPF = '00'
              DELETE CPFCAD.

       6200-RESP.
           IF WS-SEM-RESP = 'S'
              GO TO 6300-EGRESSO.
           MOVE COD-ALUNO TO COD-ALUNO-RESP
           MOVE WS-CURSO-FIN TO COD-CURSO-RESP
           READ RESPCAD INVALID KEY
              GO TO 6300-EGRESSO.
           MOVE WS-ANONIMO TO NOME-RESP
           MOVE ZEROS TO RG-RESP CPF-RESP
           MOVE SPACES TO ENDERECO-RESP BAIRRO-RESP CIDADE-RESP
                          ESTADO-RESP
           REWRITE REG-RESPFIN.

       6300-EGRESSO.
           IF WS-SEM-EGR = 'S'
              GO TO 6400-DEVCORR.
           MOVE COD-ALUNO TO COD-ALUNO-EGR
           MOVE COD-CURSO-ALU TO COD-CURSO-EGR
           READ EGRESSO INVALID KEY
              GO TO 6400-DEVCORR.
           MOVE WS-ANONIMO TO NOME-EGR
           MOVE SPACES TO ENDERECO-EGR CIDADE-EGR EMPRESA-EGR CARGO-EGR
           MOVE ZEROS TO FONE-EGR
           REWRITE REG-EGRESSO.

       6400-DEVCORR.
           IF WS-SEM-DEV = 'S'
              GO TO 6500-CONTATOS.
           MOVE COD-ALUNO TO COD-ALUNO-DEV
           MOVE WS-CURSO-FIN TO COD-CURSO-DEV
           MOVE SPACES TO DESTINO-DEV
           START DEVCORR KEY NOT LESS THAN CHAVE-DEV INVALID KEY
              GO TO 6500-CONTATOS.

       6410-LE-DEVCORR.
           READ DEVCORR NEXT
           IF STATUS-DEV NOT = '00'
              GO TO 6500-CONTATOS.
           IF COD-ALUNO-DEV NOT = COD-ALUNO
              OR COD-CURSO-DEV NOT = WS-CURSO-FIN
              GO TO 6500-CONTATOS.
           DELETE DEVCORR
           GO TO 6410-LE-DEVCORR.

       6500-CONTATOS.
           IF WS-SEM-CONT = 'S'
              GO TO 6900-LOG.
           MOVE COD-ALUNO TO COD-ALUNO-CONT
           MOVE WS-CURSO-FIN TO COD-CURSO-CONT
           READ CONTCAD
           IF STATUS-CONT = '00'
              DELETE CONTCAD.

       6900-LOG.
           MOVE COD-ALUNO TO COD-ALUNO-LGP
           MOVE COD-CURSO-ALU TO COD-CURSO-LGP
           MOVE WS-DATA-HOJE-R TO DATA-LGP
           MOVE DATA-SITUACAO-ALU TO DATA-SAIDA-LGP
           MOVE WS-RETENCAO TO RETENCAO-LGP
           MOVE WS-OPERADOR TO OPER-LGP
           WRITE REG-LGPDLOG INVALID KEY
              REWRITE REG-LGPDLOG.

       6999-FIM-ANONIMIZA. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE WS-RETENCAO TO RETENCAO-CAB2
           MOVE WS-LIMITE (7:2) TO DIA-CAB2
           MOVE WS-LIMITE (5:2) TO MES-CAB2
           MOVE WS-ANO-LIMITE TO ANO-CAB2
           WRITE REG-RELATO FROM CAB1 AFTER PAGE
           WRITE REG-RELATO FROM CAB2 AFTER 1 LINES
           WRITE REG-RELATO FROM CAB3 AFTER 2 LINES
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO AFTER 1 LINES
           MOVE 5 TO CONTLIN.

       8100-DETALHE.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO.
           WRITE REG-RELATO FROM DET1 AFTER 1 LINES
           ADD 1 TO CONTLIN.

       9600-VALIDA-SUPERVISOR.
           MOVE 'N' TO WS-SUP-OK
           OPEN INPUT OPERMST
           IF STATUS-MST NOT = '00'
              DISPLAY (22 14)
                'SEM CADASTRO DE OPERADORES - CADASTRE NO CADOPER'
              GO TO 9699-FIM-SUP.
           DISPLAY (20 10) 'SUPERVISOR [          ] SENHA [      ]'
           ACCEPT (20 22) WS-OPERADOR WITH PROMPT AUTO-SKIP
           ACCEPT (20 41) WS-SENHA WITH PROMPT AUTO-SKIP
           DISPLAY (20 10)
             '                                         '
           MOVE WS-OPERADOR TO COD-OPER
           READ OPERMST INVALID KEY
              CLOSE OPERMST
              GO TO 9699-FIM-SUP.
           IF NIVEL-OPER = 3 AND OPER-ATIVO
              AND SENHA-OPER = WS-SENHA
              MOVE 'S' TO WS-SUP-OK.
           CLOSE OPERMST.

       9699-FIM-SUP. EXIT.

       0900-FIM.
           CHAIN 'FACAD.EXE'.

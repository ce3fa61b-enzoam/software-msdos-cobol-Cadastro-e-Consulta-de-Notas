      *              (ESTHORAS.DAT) e mantem o parametro de horas
      *              exigidas por curso (HORASEST.DAT) que FORMALU e
      *              GRADFORM conferem antes da formatura; o RELEST
      *              lista quem esta atrasado nas horas; cadastro
      *              das empresas concedentes (EMPEST.DAT) com
      *              convenio, contato, supervisor e apolice de seguro,
      *              e emissao do termo de compromisso; o VENCEST
      *              avisa convenio, termo e seguro a vencer
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            EMPRESA CONCEDENTE CADASTRADA
      *                          (EMPEST.DAT) E REFERENCIADA NO
      *                          CONTRATO; TERMO DE COMPROMISSO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-HEX
                       FILE STATUS STATUS-HEX.

           SELECT EMPEST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EMPE
                       FILE STATUS STATUS-EMPE.

           SELECT INSTPAR ASSIGN TO DISK
                       FILE STATUS STATUS-INS.

           SELECT TERMO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALUNO
           05  COD-PROF-EST            PIC 9(04).
           05  DATA-INI-EST            PIC 9(08).
           05  DATA-FIM-EST            PIC 9(08).
           05  COD-EMPE-EST            PIC 9(04).
           05  FILLER                  PIC X(11).

       FD  ESTHORAS
           LABEL RECORD STANDARD
           05  HORAS-EXIGIDAS          PIC 9(04).
           05  FILLER                  PIC X(04).

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

       FD  INSTPAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'instpar.dat'
           RECORD CONTAINS 220 CHARACTERS.

       01  REG-INSTPAR.
           05  RAZAO-SOCIAL-INS        PIC X(60).
           05  FANTASIA-INS            PIC X(40).
           05  CNPJ-INS                PIC 9(14).
           05  ENDERECO-INS            PIC X(40).
           05  CIDADE-INS              PIC X(15).
           05  ESTADO-INS              PIC X(02).
           05  CEP-INS                 PIC 9(08).
           05  DIRETOR-INS             PIC X(40).
           05  FILLER                  PIC X(01).

       FD  TERMO
           LABEL RECORD OMITTED.

       01  REG-TERMO                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-HORAS-MES        PIC 9(03) VALUE ZEROS.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  STATUS-EMPE         PIC X(02) VALUE SPACES.
       01  STATUS-INS          PIC X(02) VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-AUX.
           05 ANO-AUX          PIC 9(04).
           05 MES-AUX          PIC 9(02).
           05 DIA-AUX          PIC 9(02).
       01  WS-DATA-ED.
           05 DIA-ED           PIC 9(02).
           05 FILLER           PIC X VALUE '/'.
           05 MES-ED           PIC 9(02).
           05 FILLER           PIC X VALUE '/'.
           05 ANO-ED           PIC 9(04).

      * TERMO DE COMPROMISSO DE ESTAGIO
       01  TER-L0.
           05 INST-TER         PIC X(60) VALUE 'SISTEMA DE NOTAS'.
       01  TER-L1.
           05 FILLER           PIC X(40) VALUE
              'TERMO DE COMPROMISSO DE ESTAGIO  NUMERO '.
           05 CURSO-TER        PIC 9(02).
           05 FILLER           PIC X VALUE '/'.
           05 ALUNO-TER        PIC 9(06).
           05 FILLER           PIC X VALUE '/'.
           05 SEQ-TER          PIC 9(02).
       01  TER-L2.
           05 FILLER           PIC X(14) VALUE 'INSTITUICAO.: '.
           05 RAZAO-INS-TER    PIC X(60).
       01  TER-L3.
           05 FILLER           PIC X(14) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE 'CNPJ: '.
           05 CNPJ-INS-TER     PIC 9(14).
       01  TER-L4.
           05 FILLER           PIC X(14) VALUE 'CONCEDENTE..: '.
           05 RAZAO-TER        PIC X(35).
           05 FILLER           PIC X(07) VALUE ' CNPJ: '.
           05 CNPJ-TER         PIC 9(14).
       01  TER-L5.
           05 FILLER           PIC X(14) VALUE 'CONVENIO....: '.
           05 CONVENIO-TER     PIC X(12).
           05 FILLER           PIC X(13) VALUE '  VALIDO ATE '.
           05 CONV-FIM-TER     PIC X(10).
       01  TER-L6.
           05 FILLER           PIC X(14) VALUE 'SUPERVISOR..: '.
           05 SUPERV-TER       PIC X(30).
       01  TER-L7.
           05 FILLER           PIC X(14) VALUE 'ESTAGIARIO..: '.
           05 NOME-TER         PIC X(35).
           05 FILLER           PIC X(12) VALUE '  MATRICULA '.
           05 MATR-TER         PIC 9(06).
       01  TER-L8.
           05 FILLER           PIC X(14) VALUE 'ORIENTADOR..: '.
           05 ORIENT-TER       PIC X(25).
       01  TER-L9.
           05 FILLER           PIC X(14) VALUE 'PERIODO.....: '.
           05 INI-TER          PIC X(10).
           05 FILLER           PIC X(03) VALUE ' A '.
           05 FIM-TER          PIC X(10).
       01  TER-L10.
           05 FILLER           PIC X(14) VALUE 'SEGURO......: '.
           05 APOLICE-TER      PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SEGUR-TER        PIC X(20).
           05 FILLER           PIC X(06) VALUE ' ATE '.
           05 APOL-VENC-TER    PIC X(10).
       01  TER-L11.
           05 FILLER           PIC X(44) VALUE
              'AS PARTES ACIMA CELEBRAM O PRESENTE TERMO DE'.
           05 FILLER           PIC X(30) VALUE
              ' COMPROMISSO, NOS TERMOS DA'.
       01  TER-L12.
           05 FILLER           PIC X(44) VALUE
              'LEI 11.788/2008 E DO CONVENIO ACIMA, FICANDO'.
           05 FILLER           PIC X(30) VALUE
              ' O ESTAGIARIO SEGURADO CONTRA'.
       01  TER-L13.
           05 FILLER           PIC X(44) VALUE
              'ACIDENTES PESSOAIS PELA APOLICE INDICADA.'.
       01  TER-L14.
           05 FILLER           PIC X(14) VALUE 'EMITIDO EM..: '.
           05 DATA-TER         PIC X(10).
       01  TER-L15.
           05 FILLER           PIC X(40) VALUE
              'ESTAGIARIO:_________________  CONCEDENT'.
           05 FILLER           PIC X(40) VALUE
              'E:_________________  INSTITUICAO:_______'.

       PROCEDURE DIVISION.

              OPEN OUTPUT HORASEST
              CLOSE HORASEST
              OPEN I-O HORASEST.
           OPEN I-O EMPEST
           IF STATUS-EMPE NOT = '00'
              OPEN OUTPUT EMPEST
              CLOSE EMPEST
              OPEN I-O EMPEST.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 22) 'ESTAGIO SUPERVISIONADO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
           'C=CONTRATO E=EMPRESA T=TERMO H=HORAS P=PARAMETRO F=FIM [ ]'.

       0300-OPCAO.
           ACCEPT (05 66) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'C' OR 'c'
              GO TO 0400-CONTRATO.
           IF WS-OPCAO = 'E' OR 'e'
              GO TO 0500-EMPRESA.
           IF WS-OPCAO = 'T' OR 't'
              GO TO 0700-TERMO.
           IF WS-OPCAO = 'H' OR 'h'
              GO TO 0600-HORAS.
           IF WS-OPCAO = 'P' OR 'p'
           READ ESTAGIO INVALID KEY
              MOVE SPACES TO EMPRESA-EST
              MOVE ZEROS TO COD-PROF-EST DATA-INI-EST DATA-FIM-EST
                            COD-EMPE-EST
              GO TO 0410-EMPRESA.
           MOVE 'S' TO ACHOU-REG
           IF COD-EMPE-EST NOT NUMERIC
              MOVE ZEROS TO COD-EMPE-EST.
           DISPLAY (22 10) 'CONTRATO JA CADASTRADO - ALTERANDO'.

      * A EMPRESA VEM DO CADASTRO DE CONCEDENTES (OPCAO E); O NOME
      * CONTINUA GRAVADO EM EMPRESA-EST PARA QUEM JA O LIA
       0410-EMPRESA.
           DISPLAY (10 10) 'EMPRESA [    ]'
           DISPLAY (10 19) COD-EMPE-EST
           DISPLAY (10 25) EMPRESA-EST
           ACCEPT (10 19) COD-EMPE-EST WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE COD-EMPE-EST TO COD-EMPE
           READ EMPEST INVALID KEY
              DISPLAY (22 10) 'EMPRESA NAO CADASTRADA (OPCAO E)'
              GO TO 0410-EMPRESA.
           MOVE RAZAO-EMPE TO EMPRESA-EST
           DISPLAY (10 25) EMPRESA-EST.

       0420-ORIENTADOR.
           DISPLAY (12 10) 'PROFESSOR ORIENTADOR [    ]'
           IF DATA-FIM-EST < DATA-INI-EST
              DISPLAY (22 10) 'PERIODO INVALIDO'
              GO TO 0430-PERIODO.
           IF CONV-FIM-EMPE < DATA-INI-EST
              DISPLAY (22 10) 'CONVENIO DA EMPRESA VENCIDO NO INICIO'
              GO TO 0430-PERIODO.
           DISPLAY (18 10) LIMPA-LINHA
           DISPLAY (19 10) LIMPA-LINHA
           IF CONV-FIM-EMPE < DATA-FIM-EST
              DISPLAY (18 10)
                'ATENCAO: CONVENIO VENCE ANTES DO FIM DO ESTAGIO'.
           IF APOL-VENC-EMPE < DATA-FIM-EST
              DISPLAY (19 10)
                'ATENCAO: SEGURO VENCE ANTES DO FIM DO ESTAGIO'.

       0440-CONFIRMA.
           DISPLAY (16 10) 'CONFIRMA (S OU N)  [ ]'
           STOP ' '
           GO TO 0200-TELA.

      * EMPRESA CONCEDENTE: CONVENIO COM A INSTITUICAO, CONTATO,
      * SUPERVISOR DO ESTAGIO NA EMPRESA E APOLICE DO SEGURO CONTRA
      * ACIDENTES PESSOAIS DOS ESTAGIARIOS
       0500-EMPRESA.
           DISPLAY (07 10) 'EMPRESA CONCEDENTE [    ]'
           ACCEPT (07 30) COD-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF COD-EMPE = ZEROS
              GO TO 0200-TELA.
           MOVE 'N' TO ACHOU-REG
           READ EMPEST INVALID KEY
              MOVE SPACES TO RAZAO-EMPE CONVENIO-EMPE CONTATO-EMPE
                             SUPERV-EMPE APOLICE-EMPE SEGURADORA-EMPE
              MOVE ZEROS TO CNPJ-EMPE CONV-INI-EMPE CONV-FIM-EMPE
                            FONE-EMPE APOL-VENC-EMPE
              GO TO 0510-RAZAO.
           MOVE 'S' TO ACHOU-REG
           DISPLAY (22 10) 'EMPRESA JA CADASTRADA - ALTERANDO'.

       0510-RAZAO.
           DISPLAY (08 10)
             'RAZAO SOCIAL [                                   ]'
           DISPLAY (08 24) RAZAO-EMPE
           ACCEPT (08 24) RAZAO-EMPE WITH PROMPT AUTO-SKIP
           IF RAZAO-EMPE = SPACES
              DISPLAY (22 10) 'RAZAO SOCIAL INVALIDA'
              GO TO 0510-RAZAO.

       0520-CNPJ.
           DISPLAY (09 10) 'CNPJ [              ]'
           DISPLAY (09 16) CNPJ-EMPE
           ACCEPT (09 16) CNPJ-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF CNPJ-EMPE = ZEROS
              DISPLAY (22 10) 'CNPJ INVALIDO'
              GO TO 0520-CNPJ.

       0530-CONVENIO.
           DISPLAY (10 10) 'CONVENIO NUMERO [            ]'
           DISPLAY (10 27) CONVENIO-EMPE
           ACCEPT (10 27) CONVENIO-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF CONVENIO-EMPE = SPACES
              DISPLAY (22 10) 'CONVENIO INVALIDO'
              GO TO 0530-CONVENIO.
           DISPLAY (11 10)
             'VIGENCIA DO CONVENIO [        ] A [        ] AAAAMMDD'
           DISPLAY (11 32) CONV-INI-EMPE
           DISPLAY (11 45) CONV-FIM-EMPE
           ACCEPT (11 32) CONV-INI-EMPE WITH PROMPT AUTO-SKIP
           ACCEPT (11 45) CONV-FIM-EMPE WITH PROMPT AUTO-SKIP
           IF CONV-FIM-EMPE = ZEROS OR CONV-FIM-EMPE < CONV-INI-EMPE
              DISPLAY (22 10) 'VIGENCIA INVALIDA'
              GO TO 0530-CONVENIO.

       0540-CONTATO.
           DISPLAY (12 10) 'CONTATO [                              ]'
           DISPLAY (12 19) CONTATO-EMPE
           ACCEPT (12 19) CONTATO-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (13 10) 'FONE [            ]'
           DISPLAY (13 16) FONE-EMPE
           ACCEPT (13 16) FONE-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (14 10)
             'SUPERVISOR DO ESTAGIO [                              ]'
           DISPLAY (14 33) SUPERV-EMPE
           ACCEPT (14 33) SUPERV-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF SUPERV-EMPE = SPACES
              DISPLAY (22 10) 'INFORME O SUPERVISOR NA EMPRESA'
              GO TO 0540-CONTATO.

       0550-APOLICE.
           DISPLAY (15 10) 'APOLICE DE SEGURO [               ]'
           DISPLAY (15 29) APOLICE-EMPE
           ACCEPT (15 29) APOLICE-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (16 10) 'SEGURADORA [                    ]'
           DISPLAY (16 22) SEGURADORA-EMPE
           ACCEPT (16 22) SEGURADORA-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) 'VENCIMENTO DA APOLICE [        ] AAAAMMDD'
           DISPLAY (17 33) APOL-VENC-EMPE
           ACCEPT (17 33) APOL-VENC-EMPE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF APOLICE-EMPE = SPACES OR APOL-VENC-EMPE = ZEROS
              DISPLAY (22 10) 'INFORME A APOLICE E O VENCIMENTO'
              GO TO 0550-APOLICE.

       0560-CONFIRMA.
           DISPLAY (19 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (19 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (19 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0560-CONFIRMA.
           IF ACHOU-REG = 'S'
              REWRITE REG-EMPEST
              DISPLAY (22 10) 'EMPRESA ALTERADA'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-EMPEST
           DISPLAY (22 10) 'EMPRESA CADASTRADA'
           STOP ' '
           GO TO 0200-TELA.

      * TERMO DE COMPROMISSO DO ESTAGIO (ESTAGIO.DAT) COM OS DADOS DA
      * EMPRESA CONCEDENTE E DA INSTITUICAO (instpar.dat)
       0700-TERMO.
           DISPLAY (07 10) 'ALUNO [      ]  CURSO [  ]  SEQ [  ]'
           ACCEPT (07 17) COD-ALUNO WITH PROMPT AUTO-SKIP
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (07 33) COD-CURSO-ALU WITH PROMPT AUTO-SKIP
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0700-TERMO.
           DISPLAY (08 10) NOME-ALUNO
           ACCEPT (07 43) SEQ-EST WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF SEQ-EST = ZEROS
              MOVE 1 TO SEQ-EST.
           MOVE COD-CURSO-ALU TO COD-CURSO-EST
           MOVE COD-ALUNO TO COD-ALUNO-EST
           READ ESTAGIO INVALID KEY
              DISPLAY (22 10) 'CONTRATO DE ESTAGIO NAO CADASTRADO'
              GO TO 0700-TERMO.
           IF COD-EMPE-EST NOT NUMERIC
              MOVE ZEROS TO COD-EMPE-EST.
           MOVE COD-EMPE-EST TO COD-EMPE
           READ EMPEST INVALID KEY
              DISPLAY (22 10)
                'CONTRATO SEM EMPRESA CADASTRADA - ALTERE (OPCAO C)'
              GO TO 0700-TERMO.
           MOVE COD-PROF-EST TO COD-PROF
           READ CADPROF INVALID KEY
              MOVE SPACES TO NOME-PROF.
           DISPLAY (10 10) 'EMITE O TERMO (S OU N)  [ ]'
           ACCEPT (10 35) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0200-TELA.
           PERFORM 0750-INSTITUICAO THRU 0759-FIM-INSTITUICAO
           MOVE COD-CURSO-EST TO CURSO-TER
           MOVE COD-ALUNO-EST TO ALUNO-TER
           MOVE SEQ-EST TO SEQ-TER
           MOVE RAZAO-EMPE TO RAZAO-TER
           MOVE CNPJ-EMPE TO CNPJ-TER
           MOVE CONVENIO-EMPE TO CONVENIO-TER
           MOVE CONV-FIM-EMPE TO WS-DATA-AUX
           PERFORM 0790-EDITA-DATA
           MOVE WS-DATA-ED TO CONV-FIM-TER
           MOVE SUPERV-EMPE TO SUPERV-TER
           MOVE NOME-ALUNO TO NOME-TER
           MOVE COD-ALUNO-EST TO MATR-TER
           MOVE NOME-PROF TO ORIENT-TER
           MOVE DATA-INI-EST TO WS-DATA-AUX
           PERFORM 0790-EDITA-DATA
           MOVE WS-DATA-ED TO INI-TER
           MOVE DATA-FIM-EST TO WS-DATA-AUX
           PERFORM 0790-EDITA-DATA
           MOVE WS-DATA-ED TO FIM-TER
           MOVE APOLICE-EMPE TO APOLICE-TER
           MOVE SEGURADORA-EMPE TO SEGUR-TER
           MOVE APOL-VENC-EMPE TO WS-DATA-AUX
           PERFORM 0790-EDITA-DATA
           MOVE WS-DATA-ED TO APOL-VENC-TER
           MOVE WS-DATA-HOJE TO WS-DATA-AUX
           PERFORM 0790-EDITA-DATA
           MOVE WS-DATA-ED TO DATA-TER
           OPEN OUTPUT TERMO
           WRITE REG-TERMO FROM TER-L0 AFTER PAGE
           WRITE REG-TERMO FROM TER-L1 AFTER 2
           WRITE REG-TERMO FROM TER-L2 AFTER 3
           WRITE REG-TERMO FROM TER-L3 AFTER 1
           WRITE REG-TERMO FROM TER-L4 AFTER 2
           WRITE REG-TERMO FROM TER-L5 AFTER 1
           WRITE REG-TERMO FROM TER-L6 AFTER 1
           WRITE REG-TERMO FROM TER-L7 AFTER 2
           WRITE REG-TERMO FROM TER-L8 AFTER 1
           WRITE REG-TERMO FROM TER-L9 AFTER 1
           WRITE REG-TERMO FROM TER-L10 AFTER 1
           WRITE REG-TERMO FROM TER-L11 AFTER 3
           WRITE REG-TERMO FROM TER-L12 AFTER 1
           WRITE REG-TERMO FROM TER-L13 AFTER 1
           WRITE REG-TERMO FROM TER-L14 AFTER 3
           WRITE REG-TERMO FROM TER-L15 AFTER 4
           CLOSE TERMO
           DISPLAY (22 10) 'TERMO DE COMPROMISSO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * SEM O instpar.dat FICA O TEXTO PADRAO DO FONTE
       0750-INSTITUICAO.
           MOVE SPACES TO RAZAO-INS-TER
           MOVE ZEROS TO CNPJ-INS-TER
           OPEN INPUT INSTPAR
           IF STATUS-INS NOT = '00'
              GO TO 0759-FIM-INSTITUICAO.
           READ INSTPAR
           IF STATUS-INS NOT = '00'
              CLOSE INSTPAR
              GO TO 0759-FIM-INSTITUICAO.
           MOVE RAZAO-SOCIAL-INS TO INST-TER RAZAO-INS-TER
           MOVE CNPJ-INS TO CNPJ-INS-TER
           CLOSE INSTPAR.

       0759-FIM-INSTITUICAO. EXIT.

       0790-EDITA-DATA.
           MOVE DIA-AUX TO DIA-ED
           MOVE MES-AUX TO MES-ED
           MOVE ANO-AUX TO ANO-ED.

       0990-FIM.
           CLOSE CADALUNO
                 CADPROF
                 ESTAGIO
                 ESTHORAS
                 HORASEST
                 EMPEST
           CHAIN 'MSECRET2.EXE'.

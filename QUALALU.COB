       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALALU-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : QUALIDADE DO CADASTRO DE ALUNOS - confere cada
      *              aluno do ALUNO.DAT, o cadastro financeiro do
      *              alunos.dat e o CPF do CPFCAD.DAT contra as regras
      *              de preenchimento e de formato de cada campo e
      *              emite a LISTA DE CORRECAO por aluno, com os campos
      *              a corrigir na ordem de prioridade do que eles
      *              travam: primeiro os que barram o CENSO (CENSOEXP),
      *              depois os CARNES e por fim o DIPLOMA; no final o
      *              PLACAR de qualidade por curso
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

           SELECT ALUCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALUNO
                       FILE STATUS STATUS-ALUC.

           SELECT CPFCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CPF
                       FILE STATUS STATUS-CPF.

           SELECT CADCURSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CURSO
                       FILE STATUS STATUS-CUR.

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
           05 DATA-NASC-FIN.
              10 ANO-NASC-FIN      PIC 9(04).
              10 MES-NASC-FIN      PIC 9(02).
              10 DIA-NASC-FIN      PIC 9(02).
           05 DATA-NASC-FIN-R REDEFINES DATA-NASC-FIN PIC 9(08).
           05 RG-FIN               PIC 9(08).
           05 SITUACAO-FIN         PIC X(01).
           05 DATA-SITUACAO-FIN    PIC 9(08).

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

       FD  CADCURSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CURSO.DAT'
           RECORD CONTAINS 44 CHARACTERS.

       01  REG-CADCURSO.
           05  CHAVE-CURSO.
               10  COD-CURSO           PIC 9(02).
           05  NOME-CURSO              PIC X(40).
           05  FILLER                  PIC X(02).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-ALUC         PIC X(02) VALUE SPACES.
       01  STATUS-CPF          PIC X(02) VALUE SPACES.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  WS-SEM-ALUC         PIC X VALUE 'N'.
       01  WS-SEM-CPF          PIC X VALUE 'N'.
       01  WS-SEM-CURSO        PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  WS-SO-ATIVOS        PIC X VALUE 'S'.
       01  WS-CURSO-SEL        PIC 9(02) VALUE ZEROS.
       01  WS-CURSO-FIN        PIC 9(06) VALUE ZEROS.
       01  WS-DATA-ATUAL.
           05 WS-ANO-ATUAL     PIC 9(04).
           05 WS-MES-ATUAL     PIC 9(02).
           05 WS-DIA-ATUAL     PIC 9(02).
       01  WS-FASE             PIC 9 VALUE ZEROS.
       01  WS-PRIOR            PIC 9 VALUE ZEROS.
       01  WS-BLOCO            PIC 9 VALUE ZEROS.
       01  WS-CAMPO            PIC 9(02) VALUE ZEROS.
       01  WS-UF-OK            PIC X VALUE 'N'.
       01  IDX-UF              PIC 9(02) VALUE ZEROS.
       01  IDX-CUR             PIC 9(03) VALUE ZEROS.
       01  IDX-CAMPO           PIC 9(02) VALUE ZEROS.
       01  IDX-PEND            PIC 9(02) VALUE ZEROS.
       01  QTD-PEND            PIC 9(02) VALUE ZEROS.
       01  TAB-PEND.
           05 CAMPO-PEND OCCURS 14 TIMES PIC 9(02).

       01  WS-CPF              PIC 9(11) VALUE ZEROS.
       01  WS-CPF-TAB REDEFINES WS-CPF.
           05 CPF-DIG OCCURS 11 TIMES PIC 9(01).
       01  WS-CPF-SOMA         PIC 9(04) VALUE ZEROS.
       01  WS-CPF-PROD         PIC 9(05) VALUE ZEROS.
       01  WS-CPF-QUOC         PIC 9(04) VALUE ZEROS.
       01  WS-CPF-RESTO        PIC 9(02) VALUE ZEROS.
       01  WS-CPF-I            PIC 9(02) VALUE ZEROS.
       01  WS-CPF-PESO         PIC 9(02) VALUE ZEROS.
       01  WS-CPF-OK           PIC X VALUE 'N'.
       01  WS-CPF-IGUAIS       PIC X VALUE 'N'.

      * CAMPOS CONFERIDOS, NA ORDEM DE PRIORIDADE - O PRIMEIRO DIGITO
      * E A SAIDA QUE O CAMPO TRAVA: 1=CENSO 2=CARNES 3=DIPLOMA
       01  TAB-CAMPOS.
           05 FILLER PIC X(33) VALUE '1NOME EM BRANCO (ALUNO.DAT)'.
           05 FILLER PIC X(33) VALUE '1SEXO INVALIDO (M/F)'.
           05 FILLER PIC X(33) VALUE '1CIDADE EM BRANCO (ALUNO.DAT)'.
           05 FILLER PIC X(33) VALUE '1CEP ZERADO OU INVALIDO'.
           05 FILLER PIC X(33) VALUE '1CPF NAO CADASTRADO (CPFCAD)'.
           05 FILLER PIC X(33) VALUE '1CPF COM DIGITO INVALIDO'.
           05 FILLER PIC X(33) VALUE '2SEM CADASTRO NO alunos.dat'.
           05 FILLER PIC X(33) VALUE '2ENDERECO EM BRANCO'.
           05 FILLER PIC X(33) VALUE '2BAIRRO EM BRANCO'.
           05 FILLER PIC X(33) VALUE '2CIDADE EM BRANCO (alunos.dat)'.
           05 FILLER PIC X(33) VALUE '2UF INVALIDA'.
           05 FILLER PIC X(33) VALUE '3RG EM BRANCO OU INVALIDO'.
           05 FILLER PIC X(33) VALUE '3NASCIMENTO EM BRANCO'.
           05 FILLER PIC X(33) VALUE '3NASCIMENTO INVALIDO'.
       01  TAB-CAMPOS-R REDEFINES TAB-CAMPOS.
           05 CAMPO-TAB OCCURS 14 TIMES.
              10 BLOCO-CAMPO   PIC 9(01).
              10 DESCR-CAMPO   PIC X(32).

       01  TAB-BLOCOS.
           05 FILLER PIC X(08) VALUE 'CENSO'.
           05 FILLER PIC X(08) VALUE 'CARNES'.
           05 FILLER PIC X(08) VALUE 'DIPLOMA'.
       01  TAB-BLOCOS-R REDEFINES TAB-BLOCOS.
           05 NOME-BLOCO OCCURS 3 TIMES PIC X(08).

       01  TAB-UF.
           05 FILLER PIC X(54) VALUE
           'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01  TAB-UF-R REDEFINES TAB-UF.
           05 SIGLA-UF OCCURS 27 TIMES PIC X(02).

      * PLACAR POR CURSO - POSICAO = CODIGO DO CURSO + 1
       01  TAB-PLACAR.
           05 PLC-CURSO OCCURS 100 TIMES.
              10 VERIF-PLC     PIC 9(05).
              10 OK-PLC        PIC 9(05).
              10 BLOQ-PLC      PIC 9(05) OCCURS 3 TIMES.
              10 QTD-CAMPO-PLC PIC 9(05) OCCURS 14 TIMES.
       01  TOT-PLACAR.
           05 VERIF-TOT        PIC 9(05).
           05 OK-TOT           PIC 9(05).
           05 BLOQ-TOT         PIC 9(05) OCCURS 3 TIMES.
           05 QTD-CAMPO-TOT    PIC 9(05) OCCURS 14 TIMES.
       01  WS-PERC             PIC 999V9 VALUE ZEROS.

       01  CONT-LIDOS          PIC 9(05) VALUE ZEROS.
       01  CONT-PEND           PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'QUALALU'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 TITULO-CAB2          PIC X(60).

       01  CAB3                    PIC X(80) VALUE SPACES.

       01  CAB3-LISTA.
           05 FILLER               PIC X(08) VALUE 'ALUNO'.
           05 FILLER               PIC X(06) VALUE 'CURSO'.
           05 FILLER               PIC X(37) VALUE 'NOME'.
           05 FILLER               PIC X(29) VALUE
           'CAMPO A CORRIGIR (TRAVA)'.

       01  CAB3-PLACAR.
           05 FILLER               PIC X(45) VALUE
           'CURSO'.
           05 FILLER               PIC X(35) VALUE
           'ALUNOS   COMPLETOS   % COMPLETO'.

       01  SEC1.
           05 FILLER               PIC X(04) VALUE '*** '.
           05 TITULO-SEC1          PIC X(60).

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 NOME-DET1            PIC X(35).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SIT-DET1             PIC X(01).

       01  DET2.
           05 FILLER               PIC X(14) VALUE SPACES.
           05 ORDEM-DET2           PIC Z9.
           05 FILLER               PIC X(02) VALUE '. '.
           05 DESCR-DET2           PIC X(32).
           05 FILLER               PIC X(02) VALUE ' ('.
           05 BLOCO-DET2           PIC X(08).
           05 FILLER               PIC X(01) VALUE ')'.

       01  PLC1.
           05 CURSO-PLC1           PIC 99.
           05 FILLER               PIC X(03) VALUE ' - '.
           05 NOME-PLC1            PIC X(40).
           05 VERIF-PLC1           PIC ZZ.ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 OK-PLC1              PIC ZZ.ZZ9.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 PERC-PLC1            PIC ZZ9,9.
           05 FILLER               PIC X(01) VALUE '%'.

       01  PLC2.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE
           'TRAVAM O CENSO: '.
           05 CENSO-PLC2           PIC ZZ.ZZ9.
           05 FILLER               PIC X(13) VALUE
           '   CARNES: '.
           05 CARNE-PLC2           PIC ZZ.ZZ9.
           05 FILLER               PIC X(13) VALUE
           '   DIPLOMA: '.
           05 DIPL-PLC2            PIC ZZ.ZZ9.

       01  PLC3.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 DESCR1-PLC3          PIC X(32).
           05 QTD1-PLC3            PIC ZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DESCR2-PLC3          PIC X(32).
           05 QTD2-PLC3            PIC ZZ.ZZ9.

       01  TOT1.
           05 FILLER               PIC X(30) VALUE
           'ALUNOS CONFERIDOS........: '.
           05 LIDOS-TOT1           PIC ZZ.ZZ9.
           05 FILLER               PIC X(30) VALUE
           '   COM CAMPO A CORRIGIR..: '.
           05 PEND-TOT1            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT ALUCAD
           IF STATUS-ALUC NOT = '00'
              MOVE 'S' TO WS-SEM-ALUC.
           OPEN INPUT CPFCAD
           IF STATUS-CPF NOT = '00'
              MOVE 'S' TO WS-SEM-CPF.
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              MOVE 'S' TO WS-SEM-CURSO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'QUALALU'
           DISPLAY (02 22) 'QUALIDADE DO CADASTRO DE ALUNOS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'CURSO [  ] (00 = TODOS)'
           DISPLAY (08 10) 'SO ALUNOS ATIVOS (S OU N) [ ]'
           IF WS-SEM-ALUC = 'S'
              DISPLAY (14 10)
                'alunos.dat INEXISTENTE - CARNES E DIPLOMA NAO VISTOS'.
           IF WS-SEM-CPF = 'S'
              DISPLAY (15 10)
                'CPFCAD.DAT INEXISTENTE - TODO ALUNO SAI SEM CPF'.
           ACCEPT (06 17) WS-CURSO-SEL WITH PROMPT AUTO-SKIP.

       0250-ATIVOS.
           ACCEPT (08 37) WS-SO-ATIVOS WITH PROMPT AUTO-SKIP
           IF WS-SO-ATIVOS = 's'
              MOVE 'S' TO WS-SO-ATIVOS.
           IF WS-SO-ATIVOS = 'n'
              MOVE 'N' TO WS-SO-ATIVOS.
           IF WS-SO-ATIVOS NOT = 'S' AND 'N'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 0250-ATIVOS.
           DISPLAY (22 30) '                 '
           DISPLAY (10 10) 'CONFIRMA A CONFERENCIA (S OU N) [ ]'.

       0300-CONFIRMA.
           ACCEPT (10 43) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0900-FIM.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 0300-CONFIRMA.
           DISPLAY (22 30) '                 '
           DISPLAY (12 10) 'CONFERINDO...'
           MOVE ZEROS TO TAB-PLACAR TOT-PLACAR CONT-LIDOS CONT-PEND
           OPEN OUTPUT RELATO
           MOVE 'LISTA DE CORRECAO DO CADASTRO DE ALUNOS' TO TITULO-CAB2
           MOVE CAB3-LISTA TO CAB3
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE 1 TO WS-FASE
           PERFORM 1000-PASSADA THRU 1099-FIM-PASSADA
           MOVE 2 TO WS-FASE
           PERFORM 1000-PASSADA THRU 1099-FIM-PASSADA
           MOVE 3 TO WS-FASE
           PERFORM 1000-PASSADA THRU 1099-FIM-PASSADA
           MOVE 'PLACAR DE QUALIDADE DO CADASTRO POR CURSO'
             TO TITULO-CAB2
           MOVE CAB3-PLACAR TO CAB3
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           PERFORM 6000-PLACAR THRU 6099-FIM-PLACAR
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-LIDOS TO LIDOS-TOT1
           MOVE CONT-PEND TO PEND-TOT1
           MOVE TOT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           DISPLAY (12 10) 'ALUNOS CONFERIDOS.......:'
           DISPLAY (12 36) CONT-LIDOS
           DISPLAY (13 10) 'COM CAMPO A CORRIGIR....:'
           DISPLAY (13 36) CONT-PEND
           DISPLAY (22 20) 'LISTA E PLACAR IMPRESSOS - [ENTER]'
           STOP ' '.

       0900-FIM.
           CLOSE CADALUNO
           IF WS-SEM-ALUC NOT = 'S'
              CLOSE ALUCAD.
           IF WS-SEM-CPF NOT = 'S'
              CLOSE CPFCAD.
           IF WS-SEM-CURSO NOT = 'S'
              CLOSE CADCURSO.
           CHAIN 'FACAD.EXE'.

      * UMA PASSADA POR SAIDA TRAVADA: O ALUNO SAI NA SECAO DA SAIDA
      * MAIS URGENTE QUE ELE TRAVA, COM TODOS OS CAMPOS A CORRIGIR;
      * O PLACAR E MONTADO NA PRIMEIRA PASSADA
       1000-PASSADA.
           MOVE SPACES TO TITULO-SEC1
           IF WS-FASE = 1
              MOVE 'ALUNOS QUE TRAVAM O CENSO DA EDUCACAO SUPERIOR'
                TO TITULO-SEC1.
           IF WS-FASE = 2
              MOVE 'ALUNOS QUE TRAVAM A EMISSAO DE CARNES'
                TO TITULO-SEC1.
           IF WS-FASE = 3
              MOVE 'ALUNOS QUE TRAVAM A EMISSAO DO DIPLOMA'
                TO TITULO-SEC1.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE SEC1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE ZEROS TO CHAVE-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              GO TO 1099-FIM-PASSADA.

       1010-LE-ALUNO.
           READ CADALUNO NEXT
           IF STATUS-ALU NOT = '00'
              GO TO 1099-FIM-PASSADA.
           IF WS-CURSO-SEL NOT = ZEROS
              AND COD-CURSO-ALU NOT = WS-CURSO-SEL
              GO TO 1010-LE-ALUNO.
           IF WS-SO-ATIVOS = 'S' AND NOT ALU-ATIVO
              GO TO 1010-LE-ALUNO.
           PERFORM 3000-AVALIA THRU 3999-FIM-AVALIA
           IF WS-FASE = 1
              PERFORM 4000-ACUMULA THRU 4099-FIM-ACUMULA.
           IF QTD-PEND NOT = ZEROS AND WS-PRIOR = WS-FASE
              PERFORM 5000-IMPRIME-ALUNO THRU 5099-FIM-IMPRIME.
           GO TO 1010-LE-ALUNO.

       1099-FIM-PASSADA. EXIT.

      * REGRAS DE PREENCHIMENTO E FORMATO - OS CAMPOS SAO ANOTADOS NA
      * ORDEM DA TAB-CAMPOS, QUE JA E A ORDEM DE PRIORIDADE
       3000-AVALIA.
           MOVE ZEROS TO QTD-PEND
           MOVE 9 TO WS-PRIOR
           IF NOME-ALUNO = SPACES
              MOVE 1 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           IF SEXO NOT = 'M' AND 'F' AND 'm' AND 'f'
              MOVE 2 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           IF CIDADE = SPACES
              MOVE 3 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           IF CEP NOT NUMERIC
              MOVE 4 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
           ELSE
              IF CEP = ZEROS
                 MOVE 4 TO WS-CAMPO
                 PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           PERFORM 3100-CONFERE-CPF THRU 3199-FIM-CPF
           IF WS-SEM-ALUC = 'S'
              GO TO 3999-FIM-AVALIA.

           MOVE COD-ALUNO TO COD-ALUNO-FIN
           MOVE COD-CURSO-ALU TO WS-CURSO-FIN
           MOVE WS-CURSO-FIN TO COD-CURSO-FIN
           READ ALUCAD INVALID KEY
              MOVE 7 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
              GO TO 3999-FIM-AVALIA.
           IF ENDERECO-FIN = SPACES
              MOVE 8 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           IF BAIRRO-FIN = SPACES
              MOVE 9 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           IF CIDADE-FIN = SPACES
              MOVE 10 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           PERFORM 3800-VALIDA-UF THRU 3809-FIM-UF
           IF WS-UF-OK NOT = 'S'
              MOVE 11 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           IF RG-FIN NOT NUMERIC
              MOVE 12 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
           ELSE
              IF RG-FIN = ZEROS
                 MOVE 12 TO WS-CAMPO
                 PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.
           PERFORM 3700-CONFERE-NASC THRU 3799-FIM-NASC.

       3999-FIM-AVALIA. EXIT.

      * CPF DO ALUNO NO CPFCAD (TIPO 'A', CURSO COM 6 DIGITOS) E O
      * DIGITO VERIFICADOR PELA MESMA CONTA DO INCALU
       3100-CONFERE-CPF.
           IF WS-SEM-CPF = 'S'
              MOVE 5 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
              GO TO 3199-FIM-CPF.
           MOVE 'A' TO TIPO-CPC
           MOVE COD-ALUNO TO CODIGO-CPC
           MOVE COD-CURSO-ALU TO WS-CURSO-FIN
           MOVE WS-CURSO-FIN TO CURSO-CPC
           READ CPFCAD INVALID KEY
              MOVE 5 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
              GO TO 3199-FIM-CPF.
           IF CPF-CPC NOT NUMERIC
              MOVE 6 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
              GO TO 3199-FIM-CPF.
           IF CPF-CPC = ZEROS
              MOVE 5 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
              GO TO 3199-FIM-CPF.
           MOVE CPF-CPC TO WS-CPF
           PERFORM 9720-VALIDA-CPF THRU 9729-FIM-VALIDA
           IF WS-CPF-OK NOT = 'S'
              MOVE 6 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.

       3199-FIM-CPF. EXIT.

      * DATA DE NASCIMENTO AAAAMMDD - ANO ENTRE 1900 E O ANO ATUAL
       3700-CONFERE-NASC.
           IF DATA-NASC-FIN-R NOT NUMERIC
              MOVE 14 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
              GO TO 3799-FIM-NASC.
           IF DATA-NASC-FIN-R = ZEROS
              MOVE 13 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA
              GO TO 3799-FIM-NASC.
           IF ANO-NASC-FIN < 1900 OR ANO-NASC-FIN > WS-ANO-ATUAL
              OR MES-NASC-FIN < 1 OR MES-NASC-FIN > 12
              OR DIA-NASC-FIN < 1 OR DIA-NASC-FIN > 31
              MOVE 14 TO WS-CAMPO
              PERFORM 3900-ANOTA THRU 3909-FIM-ANOTA.

       3799-FIM-NASC. EXIT.

       3800-VALIDA-UF.
           MOVE 'N' TO WS-UF-OK
           MOVE ZEROS TO IDX-UF.

       3802-PROCURA-UF.
           ADD 1 TO IDX-UF
           IF IDX-UF > 27
              GO TO 3809-FIM-UF.
           IF SIGLA-UF (IDX-UF) = ESTADO-FIN
              MOVE 'S' TO WS-UF-OK
              GO TO 3809-FIM-UF.
           GO TO 3802-PROCURA-UF.

       3809-FIM-UF. EXIT.

       3900-ANOTA.
           ADD 1 TO QTD-PEND
           MOVE WS-CAMPO TO CAMPO-PEND (QTD-PEND)
           IF BLOCO-CAMPO (WS-CAMPO) < WS-PRIOR
              MOVE BLOCO-CAMPO (WS-CAMPO) TO WS-PRIOR.

       3909-FIM-ANOTA. EXIT.

       4000-ACUMULA.
           ADD 1 TO CONT-LIDOS
           COMPUTE IDX-CUR = COD-CURSO-ALU + 1
           ADD 1 TO VERIF-PLC (IDX-CUR)
           IF QTD-PEND = ZEROS
              ADD 1 TO OK-PLC (IDX-CUR)
              GO TO 4099-FIM-ACUMULA.
           ADD 1 TO CONT-PEND
           ADD 1 TO BLOQ-PLC (IDX-CUR WS-PRIOR)
           MOVE ZEROS TO IDX-PEND.

       4010-SOMA-CAMPO.
           ADD 1 TO IDX-PEND
           IF IDX-PEND > QTD-PEND
              GO TO 4099-FIM-ACUMULA.
           MOVE CAMPO-PEND (IDX-PEND) TO IDX-CAMPO
           ADD 1 TO QTD-CAMPO-PLC (IDX-CUR IDX-CAMPO)
           GO TO 4010-SOMA-CAMPO.

       4099-FIM-ACUMULA. EXIT.

      * UMA LINHA DO ALUNO E UMA POR CAMPO A CORRIGIR
       5000-IMPRIME-ALUNO.
           IF CONTLIN + QTD-PEND > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE COD-ALUNO TO ALUNO-DET1
           MOVE COD-CURSO-ALU TO CURSO-DET1
           MOVE NOME-ALUNO TO NOME-DET1
           MOVE SITUACAO-ALU TO SIT-DET1
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE ZEROS TO IDX-PEND.

       5010-CAMPO.
           ADD 1 TO IDX-PEND
           IF IDX-PEND > QTD-PEND
              GO TO 5099-FIM-IMPRIME.
           MOVE CAMPO-PEND (IDX-PEND) TO IDX-CAMPO
           MOVE IDX-PEND TO ORDEM-DET2
           MOVE DESCR-CAMPO (IDX-CAMPO) TO DESCR-DET2
           MOVE BLOCO-CAMPO (IDX-CAMPO) TO WS-BLOCO
           MOVE NOME-BLOCO (WS-BLOCO) TO BLOCO-DET2
           MOVE DET2 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 5010-CAMPO.

       5099-FIM-IMPRIME. EXIT.

      * PLACAR: ALUNOS CONFERIDOS, COMPLETOS, QUANTOS TRAVAM CADA
      * SAIDA E A CONTAGEM DE CADA CAMPO A CORRIGIR
       6000-PLACAR.
           MOVE ZEROS TO IDX-CUR.

       6010-PROXIMO-CURSO.
           ADD 1 TO IDX-CUR
           IF IDX-CUR > 100
              GO TO 6050-TOTAL.
           IF VERIF-PLC (IDX-CUR) = ZEROS
              GO TO 6010-PROXIMO-CURSO.
           COMPUTE CURSO-PLC1 = IDX-CUR - 1
           MOVE SPACES TO NOME-PLC1
           IF WS-SEM-CURSO NOT = 'S'
              MOVE CURSO-PLC1 TO COD-CURSO
              READ CADCURSO INVALID KEY
                 MOVE 'CURSO NAO CADASTRADO' TO NOME-CURSO.
           IF WS-SEM-CURSO NOT = 'S'
              MOVE NOME-CURSO TO NOME-PLC1.
           MOVE PLC-CURSO (IDX-CUR) TO TOT-PLACAR
           PERFORM 6100-IMPRIME-PLACAR THRU 6199-FIM-IMPRIME-PLC
           GO TO 6010-PROXIMO-CURSO.

       6050-TOTAL.
           MOVE ZEROS TO TOT-PLACAR IDX-CUR.

       6060-SOMA-CURSO.
           ADD 1 TO IDX-CUR
           IF IDX-CUR > 100
              GO TO 6070-IMPRIME-TOTAL.
           ADD VERIF-PLC (IDX-CUR) TO VERIF-TOT
           ADD OK-PLC (IDX-CUR) TO OK-TOT
           MOVE ZEROS TO IDX-CAMPO.

       6062-SOMA-BLOCO.
           ADD 1 TO IDX-CAMPO
           IF IDX-CAMPO > 3
              GO TO 6064-SOMA-CAMPOS.
           ADD BLOQ-PLC (IDX-CUR IDX-CAMPO) TO BLOQ-TOT (IDX-CAMPO)
           GO TO 6062-SOMA-BLOCO.

       6064-SOMA-CAMPOS.
           MOVE ZEROS TO IDX-CAMPO.

       6066-SOMA-CAMPO.
           ADD 1 TO IDX-CAMPO
           IF IDX-CAMPO > 14
              GO TO 6060-SOMA-CURSO.
           ADD QTD-CAMPO-PLC (IDX-CUR IDX-CAMPO)
             TO QTD-CAMPO-TOT (IDX-CAMPO)
           GO TO 6066-SOMA-CAMPO.

       6070-IMPRIME-TOTAL.
           IF VERIF-TOT = ZEROS
              GO TO 6099-FIM-PLACAR.
           MOVE ZEROS TO CURSO-PLC1
           MOVE 'TOTAL GERAL' TO NOME-PLC1
           PERFORM 6100-IMPRIME-PLACAR THRU 6199-FIM-IMPRIME-PLC.

       6099-FIM-PLACAR. EXIT.

      * IMPRIME O PLACAR QUE ESTIVER EM TOT-PLACAR
       6100-IMPRIME-PLACAR.
           IF CONTLIN > 46
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE VERIF-TOT TO VERIF-PLC1
           MOVE OK-TOT TO OK-PLC1
           COMPUTE WS-PERC ROUNDED = OK-TOT * 100 / VERIF-TOT
           MOVE WS-PERC TO PERC-PLC1
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE PLC1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE BLOQ-TOT (1) TO CENSO-PLC2
           MOVE BLOQ-TOT (2) TO CARNE-PLC2
           MOVE BLOQ-TOT (3) TO DIPL-PLC2
           MOVE PLC2 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE ZEROS TO IDX-CAMPO.

       6110-PAR-CAMPOS.
           ADD 1 TO IDX-CAMPO
           IF IDX-CAMPO > 14
              GO TO 6199-FIM-IMPRIME-PLC.
           MOVE DESCR-CAMPO (IDX-CAMPO) TO DESCR1-PLC3
           MOVE QTD-CAMPO-TOT (IDX-CAMPO) TO QTD1-PLC3
           ADD 1 TO IDX-CAMPO
           MOVE DESCR-CAMPO (IDX-CAMPO) TO DESCR2-PLC3
           MOVE QTD-CAMPO-TOT (IDX-CAMPO) TO QTD2-PLC3
           MOVE PLC3 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 6110-PAR-CAMPOS.

       6199-FIM-IMPRIME-PLC. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE 5 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

      * DIGITO VERIFICADOR DO CPF (MESMA ROTINA DO INCALU)
       9720-VALIDA-CPF.
           MOVE 'N' TO WS-CPF-OK
           IF WS-CPF = ZEROS
              GO TO 9729-FIM-VALIDA.
           MOVE 'S' TO WS-CPF-IGUAIS
           MOVE 1 TO WS-CPF-I.

       9721-TESTA-IGUAIS.
           ADD 1 TO WS-CPF-I
           IF WS-CPF-I > 11
              GO TO 9722-PRIMEIRO-DV.
           IF CPF-DIG (WS-CPF-I) NOT = CPF-DIG (1)
              MOVE 'N' TO WS-CPF-IGUAIS.
           GO TO 9721-TESTA-IGUAIS.

       9722-PRIMEIRO-DV.
           IF WS-CPF-IGUAIS = 'S'
              GO TO 9729-FIM-VALIDA.
           MOVE ZEROS TO WS-CPF-SOMA WS-CPF-I
           MOVE 10 TO WS-CPF-PESO.

       9723-SOMA-DV1.
           ADD 1 TO WS-CPF-I
           IF WS-CPF-I > 9
              GO TO 9724-AVALIA-DV1.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
              + CPF-DIG (WS-CPF-I) * WS-CPF-PESO
           SUBTRACT 1 FROM WS-CPF-PESO
           GO TO 9723-SOMA-DV1.

       9724-AVALIA-DV1.
           MULTIPLY 10 BY WS-CPF-SOMA GIVING WS-CPF-PROD
           DIVIDE WS-CPF-PROD BY 11 GIVING WS-CPF-QUOC
              REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO = 10
              MOVE ZEROS TO WS-CPF-RESTO.
           IF WS-CPF-RESTO NOT = CPF-DIG (10)
              GO TO 9729-FIM-VALIDA.
           MOVE ZEROS TO WS-CPF-SOMA WS-CPF-I
           MOVE 11 TO WS-CPF-PESO.

       9725-SOMA-DV2.
           ADD 1 TO WS-CPF-I
           IF WS-CPF-I > 10
              GO TO 9726-AVALIA-DV2.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
              + CPF-DIG (WS-CPF-I) * WS-CPF-PESO
           SUBTRACT 1 FROM WS-CPF-PESO
           GO TO 9725-SOMA-DV2.

       9726-AVALIA-DV2.
           MULTIPLY 10 BY WS-CPF-SOMA GIVING WS-CPF-PROD
           DIVIDE WS-CPF-PROD BY 11 GIVING WS-CPF-QUOC
              REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO = 10
              MOVE ZEROS TO WS-CPF-RESTO.
           IF WS-CPF-RESTO = CPF-DIG (11)
              MOVE 'S' TO WS-CPF-OK.

       9729-FIM-VALIDA. EXIT.

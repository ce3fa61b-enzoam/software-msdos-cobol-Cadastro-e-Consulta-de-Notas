       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATESP-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : MATRICULA NO PERIODO ESPECIAL (CURSO DE FERIAS)
      *              aberto pelo CADPESP. So aceita o aluno cujo
      *              ultimo resultado na disciplina (RESULT.DAT dos
      *              dez anos anteriores) seja de reprovacao, sem
      *              dispensa e sem aprovacao anterior em periodo
      *              especial; respeita as vagas da oferta e lanca
      *              a taxa do periodo em TAXAS.DAT. Cancelamento
      *              so antes do lancamento das notas, cancelando
      *              tambem a taxa ainda em aberto.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERESP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PE
                       FILE STATUS STATUS-PE.

           SELECT ESPMAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EM
                       FILE STATUS STATUS-EM.

           SELECT RESULT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RES
                       FILE STATUS STATUS-RES.

           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT DISPENSA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DISP
                       FILE STATUS STATUS-DISP.

           SELECT TAXAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TAXA
                       FILE STATUS STATUS-TAX.

           SELECT TAXACTL ASSIGN TO DISK
                       FILE STATUS STATUS-TCT.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  PERESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PERESP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PERESP.
           05  CHAVE-PE.
               10  ANO-PE              PIC 9(04).
               10  TERMO-PE            PIC X(01).
                   88  TERMO-JANEIRO   VALUE '1'.
                   88  TERMO-JULHO     VALUE '2'.
               10  COD-CURSO-PE        PIC 9(02).
               10  COD-DISCI-PE        PIC 9(04).
           05  DATA-INI-PE             PIC 9(08).
           05  DATA-FIM-PE             PIC 9(08).
           05  HORA-INI-PE             PIC 9(04).
           05  HORA-FIM-PE             PIC 9(04).
           05  SALA-PE                 PIC 9(03).
           05  PROFESSOR-PE            PIC X(25).
           05  VALOR-PE                PIC 9(04)V99.
           05  VAGAS-PE                PIC 9(03).
           05  QTD-SESSOES-PE          PIC 9(03).
           05  SIT-PE                  PIC X(01).
               88  PE-ABERTO           VALUE 'A'.
               88  PE-ENCERRADO        VALUE 'E'.
           05  FILLER                  PIC X(04).

       FD  ESPMAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ESPMAT.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-ESPMAT.
           05  CHAVE-EM.
               10  COD-CURSO-EM        PIC 9(02).
               10  COD-ALUNO-EM        PIC 9(06).
               10  COD-DISCI-EM        PIC 9(04).
               10  ANO-EM              PIC 9(04).
               10  TERMO-EM            PIC X(01).
           05  ANO-REPROV-EM           PIC 9(04).
           05  DATA-MAT-EM             PIC 9(08).
           05  NUM-TAXA-EM             PIC 9(06).
           05  NOTA-EM                 PIC 99V9.
           05  FALTAS-EM               PIC 9(03).
           05  FREQ-EM                 PIC 9(03).
           05  SIT-EM                  PIC X(01).
               88  EM-MATRICULADO      VALUE 'M'.
               88  EM-APROVADO         VALUE 'A'.
               88  EM-REPROVADO        VALUE 'R'.
               88  EM-CANCELADO        VALUE 'C'.
           05  OPER-EM                 PIC X(10).
           05  FILLER                  PIC X(05).

       FD  RESULT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RESULT.DAT'
           RECORD CONTAINS 36 CHARACTERS.

       01  REG-RESULT.
           05  CHAVE-RES.
               10  ANO-RES             PIC 9(04).
               10  COD-CURSO-RES       PIC 9(02).
               10  COD-ALUNO-RES       PIC 9(06).
               10  COD-DISCI-RES       PIC 9(04).
           05  MEDIA-RES               PIC 99V9.
           05  FREQ-RES                PIC 9(03).
           05  SITUACAO-RES            PIC X(12).
           05  FILLER                  PIC X(02).

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
               88  ALU-FORMADO         VALUE 'F'.
               88  ALU-DESISTENTE      VALUE 'D'.
           05  DATA-SITUACAO-ALU       PIC 9(08).

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

       FD  DISPENSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISPENSA.DAT'
           RECORD CONTAINS 70 CHARACTERS.

       01  REG-DISPENSA.
           05  CHAVE-DISP.
               10  COD-CURSO-DISP      PIC 9(02).
               10  COD-ALUNO-DISP      PIC 9(06).
               10  COD-DISCI-DISP      PIC 9(04).
           05  FILLER                  PIC X(58).

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

       FD  TAXACTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TAXACTL.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-TAXACTL.
           05  ULT-TAXA                PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-PE           PIC X(02) VALUE SPACES.
       01  STATUS-EM           PIC X(02) VALUE SPACES.
       01  STATUS-RES          PIC X(02) VALUE SPACES.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-DISP         PIC X(02) VALUE SPACES.
       01  STATUS-TAX          PIC X(02) VALUE SPACES.
       01  STATUS-TCT          PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  WS-SEM-DISPENSA     PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  WS-EXISTE           PIC X VALUE 'N'.
       01  WS-ELEGIVEL         PIC X VALUE 'N'.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-MOTIVO           PIC X(45) VALUE SPACES.
       01  WS-CHAVE-PE.
           05  ANO-W           PIC 9(04) VALUE ZEROS.
           05  TERMO-W         PIC X(01) VALUE SPACE.
           05  CURSO-W         PIC 9(02) VALUE ZEROS.
           05  DISCI-W         PIC 9(04) VALUE ZEROS.
       01  ALUNO-W             PIC 9(06) VALUE ZEROS.
       01  WS-ANO-B            PIC 9(04) VALUE ZEROS.
       01  WS-ANO-LIMITE       PIC 9(04) VALUE ZEROS.
       01  WS-ANO-REPROV       PIC 9(04) VALUE ZEROS.
       01  WS-ULT-SIT          PIC X(09) VALUE SPACES.
       01  WS-QTD-MATR         PIC 9(03) VALUE ZEROS.
       01  WS-VAGAS-REST       PIC 9(03) VALUE ZEROS.
       01  ED-VALOR            PIC Z.ZZ9,99.
       01  ED-DATA             PIC 99/99/9999.
       01  WS-DATA-HOJE.
           05 ANO-HOJE         PIC 9(04).
           05 MES-HOJE         PIC 9(02).
           05 DIA-HOJE         PIC 9(02).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-DATA-AUX.
           05 ANO-AUX          PIC 9(04).
           05 MES-AUX          PIC 9(02).
           05 DIA-AUX          PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  WS-DATA-INV.
           05 DIA-INV          PIC 9(02).
           05 MES-INV          PIC 9(02).
           05 ANO-INV          PIC 9(04).
       01  WS-DATA-INV-R REDEFINES WS-DATA-INV PIC 9(08).
       01  WS-DESCR-TAXA.
           05 FILLER           PIC X(21) VALUE 'PER.ESPECIAL DISC.'.
           05 DISCI-DESCR      PIC 9(04).

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT PERESP
           IF STATUS-PE NOT = '00'
              DISPLAY (12 20) 'PERESP.DAT INEXISTENTE (RODE O CADPESP)'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT RESULT
           IF STATUS-RES NOT = '00'
              DISPLAY (12 20) 'RESULT.DAT INEXISTENTE (RODE O FECHANO)'
              CLOSE PERESP
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADALUNO
           OPEN INPUT CADDISCI
           OPEN INPUT DISPENSA
           IF STATUS-DISP NOT = '00'
              MOVE 'S' TO WS-SEM-DISPENSA.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O ESPMAT
           IF STATUS-EM NOT = '00'
              OPEN OUTPUT ESPMAT
              CLOSE ESPMAT
              OPEN I-O ESPMAT.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'MATESP'
           DISPLAY (02 30) 'SISTEMA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 17) '[ MATRICULA NO PERIODO ESPECIAL DE FERIAS ]'
           DISPLAY (06 10) 'ANO [    ]  TERMO [ ] 1=JANEIRO 2=JULHO'
           DISPLAY (07 10) 'CURSO [  ]  DISCIPLINA [    ]'.

       0300-OFERTA.
           MOVE ZEROS TO ANO-W CURSO-W DISCI-W
           MOVE SPACE TO TERMO-W
           ACCEPT (06 15) ANO-W WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF ANO-W = ZEROS
              GO TO 0990-FIM.
           ACCEPT (06 29) TERMO-W WITH PROMPT AUTO-SKIP
           ACCEPT (07 17) CURSO-W WITH PROMPT AUTO-SKIP
           ACCEPT (07 34) DISCI-W WITH PROMPT AUTO-SKIP
           MOVE WS-CHAVE-PE TO CHAVE-PE
           READ PERESP INVALID KEY
              DISPLAY (22 10) 'PERIODO ESPECIAL NAO CADASTRADO'
              GO TO 0300-OFERTA.
           IF NOT PE-ABERTO
              DISPLAY (22 10) 'PERIODO ESPECIAL JA ENCERRADO'
              GO TO 0300-OFERTA.
           MOVE CURSO-W TO COD-CURSO-DIS
           MOVE DISCI-W TO COD-DISCIPLINA
           MOVE ZEROS TO ANO-DISCI
           MOVE SPACES TO NOME-DISCIPLINA
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0320-MOSTRA-OFERTA.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              OR COD-CURSO-DIS NOT = CURSO-W
              OR COD-DISCIPLINA NOT = DISCI-W
              MOVE SPACES TO NOME-DISCIPLINA.

       0320-MOSTRA-OFERTA.
           DISPLAY (07 42) NOME-DISCIPLINA (1:30)
           DISPLAY (09 10) 'PERIODO'
           MOVE DATA-INI-PE TO WS-DATA-AUX-R
           PERFORM 0390-INVERTE THRU 0399-FIM-INVERTE
           DISPLAY (09 18) ED-DATA
           DISPLAY (09 29) 'A'
           MOVE DATA-FIM-PE TO WS-DATA-AUX-R
           PERFORM 0390-INVERTE THRU 0399-FIM-INVERTE
           DISPLAY (09 31) ED-DATA
           DISPLAY (09 43) 'SESSOES'
           DISPLAY (09 51) QTD-SESSOES-PE
           MOVE VALOR-PE TO ED-VALOR
           DISPLAY (10 10) 'TAXA'
           DISPLAY (10 18) ED-VALOR
           PERFORM 0700-CONTA-VAGAS THRU 0709-FIM-CONTA
           DISPLAY (10 43) 'VAGAS RESTANTES'
           DISPLAY (10 59) WS-VAGAS-REST.

       0400-ALUNO.
           DISPLAY (12 10) 'ALUNO [      ]'
           DISPLAY (13 10) LIMPA-LINHA
           DISPLAY (14 10) LIMPA-LINHA
           DISPLAY (15 10) LIMPA-LINHA
           MOVE ZEROS TO ALUNO-W
           ACCEPT (12 17) ALUNO-W WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF ALUNO-W = ZEROS
              GO TO 0200-TELA.
           MOVE ALUNO-W TO COD-ALUNO
           MOVE CURSO-W TO COD-CURSO-ALU
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO NO CURSO'
              GO TO 0400-ALUNO.
           DISPLAY (12 26) NOME-ALUNO
           IF NOT ALU-ATIVO
              DISPLAY (22 10) 'ALUNO NAO ESTA ATIVO'
              GO TO 0400-ALUNO.

           MOVE CURSO-W TO COD-CURSO-EM
           MOVE ALUNO-W TO COD-ALUNO-EM
           MOVE DISCI-W TO COD-DISCI-EM
           MOVE ANO-W TO ANO-EM
           MOVE TERMO-W TO TERMO-EM
           MOVE 'N' TO WS-EXISTE
           READ ESPMAT INVALID KEY
              GO TO 0500-ELEGIBILIDADE.
           MOVE 'S' TO WS-EXISTE
           IF EM-CANCELADO
              GO TO 0500-ELEGIBILIDADE.
           IF NOT EM-MATRICULADO
              DISPLAY (22 10) 'NOTA JA LANCADA - MATRICULA ENCERRADA'
              GO TO 0400-ALUNO.
           DISPLAY (14 10) 'JA MATRICULADO - TAXA'
           DISPLAY (14 32) NUM-TAXA-EM
           GO TO 0600-CANCELA.

      * SO PODE CURSAR QUEM TEM REPROVACAO COMO ULTIMO RESULTADO NA
      * DISCIPLINA, SEM DISPENSA E SEM APROVACAO EM OUTRO PERIODO
       0500-ELEGIBILIDADE.
           PERFORM 0800-VERIFICA-ALUNO THRU 0899-FIM-VERIFICA
           IF WS-ELEGIVEL NOT = 'S'
              DISPLAY (22 10) WS-MOTIVO
              GO TO 0400-ALUNO.
           IF WS-VAGAS-REST = ZEROS
              DISPLAY (22 10) 'NAO HA VAGAS NESTE PERIODO ESPECIAL'
              GO TO 0400-ALUNO.
           DISPLAY (14 10) 'REPROVADO EM'
           DISPLAY (14 23) WS-ANO-REPROV.

       0510-CONFIRMA.
           DISPLAY (17 10) 'CONFIRMA A MATRICULA (S OU N)  [ ]'
           ACCEPT (17 42) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0400-ALUNO.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0510-CONFIRMA.

           PERFORM 0900-LANCA-TAXA THRU 0999-FIM-TAXA
           MOVE CURSO-W TO COD-CURSO-EM
           MOVE ALUNO-W TO COD-ALUNO-EM
           MOVE DISCI-W TO COD-DISCI-EM
           MOVE ANO-W TO ANO-EM
           MOVE TERMO-W TO TERMO-EM
           MOVE WS-ANO-REPROV TO ANO-REPROV-EM
           MOVE WS-DATA-HOJE-R TO DATA-MAT-EM
           MOVE NUM-TAXA TO NUM-TAXA-EM
           MOVE ZEROS TO NOTA-EM FALTAS-EM FREQ-EM
           MOVE 'M' TO SIT-EM
           MOVE WS-OPERADOR TO OPER-EM
           IF WS-EXISTE = 'S'
              REWRITE REG-ESPMAT
           ELSE
              WRITE REG-ESPMAT.
           SUBTRACT 1 FROM WS-VAGAS-REST
           DISPLAY (10 59) WS-VAGAS-REST
           DISPLAY (15 10) 'MATRICULADO - TAXA'
           DISPLAY (15 29) NUM-TAXA
           STOP ' '
           GO TO 0400-ALUNO.

       0600-CANCELA.
           DISPLAY (17 10) 'CANCELA A MATRICULA (S OU N)  [ ]'
           ACCEPT (17 41) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0400-ALUNO.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0600-CANCELA.
           MOVE 'C' TO SIT-EM
           MOVE WS-OPERADOR TO OPER-EM
           REWRITE REG-ESPMAT
           ADD 1 TO WS-VAGAS-REST
           DISPLAY (10 59) WS-VAGAS-REST
      * TAXA AINDA NAO PAGA E CANCELADA JUNTO; A PAGA FICA PARA O
      * ACERTO NA TESOURARIA
           OPEN I-O TAXAS
           IF STATUS-TAX NOT = '00'
              GO TO 0690-CANCELADA.
           MOVE NUM-TAXA-EM TO NUM-TAXA
           READ TAXAS
           IF STATUS-TAX = '00' AND SIT-TAXA = 'A'
              MOVE 'C' TO SIT-TAXA
              REWRITE REG-TAXAS
              DISPLAY (15 10) 'MATRICULA E TAXA CANCELADAS'
           ELSE
              DISPLAY (15 10) 'MATRICULA CANCELADA - TAXA JA PAGA'.
           CLOSE TAXAS.

       0690-CANCELADA.
           STOP ' '
           GO TO 0400-ALUNO.

       0990-FIM.
           CLOSE PERESP
                 ESPMAT
                 RESULT
                 CADALUNO
                 CADDISCI
           IF WS-SEM-DISPENSA NOT = 'S'
              CLOSE DISPENSA.
           CHAIN 'FACAD.EXE'.

       0390-INVERTE.
           MOVE DIA-AUX TO DIA-INV
           MOVE MES-AUX TO MES-INV
           MOVE ANO-AUX TO ANO-INV
           MOVE WS-DATA-INV-R TO ED-DATA.

       0399-FIM-INVERTE. EXIT.

       0700-CONTA-VAGAS.
           MOVE ZEROS TO WS-QTD-MATR
           MOVE LOW-VALUES TO CHAVE-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 0705-CALCULA.

       0702-LE-MATR.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 0705-CALCULA.
           IF ANO-EM = ANO-W AND TERMO-EM = TERMO-W
              AND COD-CURSO-EM = CURSO-W AND COD-DISCI-EM = DISCI-W
              AND NOT EM-CANCELADO
              ADD 1 TO WS-QTD-MATR.
           GO TO 0702-LE-MATR.

       0705-CALCULA.
           IF WS-QTD-MATR < VAGAS-PE
              SUBTRACT WS-QTD-MATR FROM VAGAS-PE GIVING WS-VAGAS-REST
           ELSE
              MOVE ZEROS TO WS-VAGAS-REST.

       0709-FIM-CONTA. EXIT.

       0800-VERIFICA-ALUNO.
           MOVE 'N' TO WS-ELEGIVEL
           MOVE SPACES TO WS-MOTIVO
           IF WS-SEM-DISPENSA = 'S'
              GO TO 0810-APROVADO-ESP.
           MOVE CURSO-W TO COD-CURSO-DISP
           MOVE ALUNO-W TO COD-ALUNO-DISP
           MOVE DISCI-W TO COD-DISCI-DISP
           READ DISPENSA
           IF STATUS-DISP = '00'
              MOVE 'ALUNO DISPENSADO DA DISCIPLINA' TO WS-MOTIVO
              GO TO 0899-FIM-VERIFICA.

       0810-APROVADO-ESP.
           MOVE CURSO-W TO COD-CURSO-EM
           MOVE ALUNO-W TO COD-ALUNO-EM
           MOVE DISCI-W TO COD-DISCI-EM
           MOVE ZEROS TO ANO-EM
           MOVE LOW-VALUES TO TERMO-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 0830-RESULTADOS.

       0820-LE-ESPMAT.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 0830-RESULTADOS.
           IF COD-CURSO-EM NOT = CURSO-W OR COD-ALUNO-EM NOT = ALUNO-W
              OR COD-DISCI-EM NOT = DISCI-W
              GO TO 0830-RESULTADOS.
           IF EM-APROVADO
              MOVE 'JA APROVADO EM PERIODO ESPECIAL' TO WS-MOTIVO
              GO TO 0899-FIM-VERIFICA.
           IF EM-MATRICULADO
              AND (ANO-EM NOT = ANO-W OR TERMO-EM NOT = TERMO-W)
              MOVE 'MATRICULADO EM OUTRO PERIODO ESPECIAL'
                 TO WS-MOTIVO
              GO TO 0899-FIM-VERIFICA.
           GO TO 0820-LE-ESPMAT.

      * RESULTADOS DOS DEZ ANOS ANTERIORES, DO MAIS ANTIGO AO MAIS
      * RECENTE: VALE O ULTIMO ENCONTRADO
       0830-RESULTADOS.
           MOVE SPACES TO WS-ULT-SIT
           MOVE ZEROS TO WS-ANO-REPROV
           MOVE ANO-W TO WS-ANO-LIMITE
           SUBTRACT 10 FROM WS-ANO-LIMITE GIVING WS-ANO-B.

       0840-LE-RESULT.
           IF WS-ANO-B > WS-ANO-LIMITE
              GO TO 0850-AVALIA.
           MOVE WS-ANO-B TO ANO-RES
           MOVE CURSO-W TO COD-CURSO-RES
           MOVE ALUNO-W TO COD-ALUNO-RES
           MOVE DISCI-W TO COD-DISCI-RES
           READ RESULT
           IF STATUS-RES = '00'
              MOVE SITUACAO-RES (1:9) TO WS-ULT-SIT
              IF SITUACAO-RES (1:9) = 'REPROVADO'
                 MOVE WS-ANO-B TO WS-ANO-REPROV.
           ADD 1 TO WS-ANO-B
           GO TO 0840-LE-RESULT.

       0850-AVALIA.
           IF WS-ULT-SIT = SPACES
              MOVE 'SEM REPROVACAO NA DISCIPLINA' TO WS-MOTIVO
              GO TO 0899-FIM-VERIFICA.
           IF WS-ULT-SIT NOT = 'REPROVADO'
              MOVE 'JA APROVADO NA DISCIPLINA' TO WS-MOTIVO
              GO TO 0899-FIM-VERIFICA.
           MOVE 'S' TO WS-ELEGIVEL.

       0899-FIM-VERIFICA. EXIT.

       0900-LANCA-TAXA.
           MOVE ZEROS TO NUM-TAXA
           IF VALOR-PE = ZEROS
              GO TO 0999-FIM-TAXA.
           OPEN I-O TAXAS
           IF STATUS-TAX NOT = '00'
              OPEN OUTPUT TAXAS
              CLOSE TAXAS
              OPEN I-O TAXAS.
           OPEN I-O TAXACTL
           IF STATUS-TCT NOT = '00'
              OPEN OUTPUT TAXACTL
              MOVE ZEROS TO ULT-TAXA
              WRITE REG-TAXACTL
              CLOSE TAXACTL
              OPEN I-O TAXACTL.
           READ TAXACTL
           IF STATUS-TCT NOT = '00'
              MOVE ZEROS TO ULT-TAXA.
           ADD 1 TO ULT-TAXA
           REWRITE REG-TAXACTL
           CLOSE TAXACTL

           MOVE ULT-TAXA TO NUM-TAXA
           MOVE ALUNO-W TO COD-ALUNO-TAXA
           MOVE CURSO-W TO COD-CURSO-TAXA
           MOVE ZEROS TO COD-SERV-TAXA
           MOVE DISCI-W TO DISCI-DESCR
           MOVE WS-DESCR-TAXA TO DESCR-TAXA
           MOVE VALOR-PE TO VALOR-TAXA
           MOVE WS-DATA-HOJE-R TO DATA-LANC-TAXA
           MOVE 'A' TO SIT-TAXA
           MOVE ZEROS TO DATA-PGTO-TAXA RECIBO-TAXA
           MOVE WS-OPERADOR TO OPERADOR-TAXA
           WRITE REG-TAXAS
           CLOSE TAXAS.

       0999-FIM-TAXA. EXIT.

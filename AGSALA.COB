       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGSALA-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : AGENDA DIARIA DE SALAS PARA A PORTARIA - imprime,
      *              sala por sala e em ordem de horario, tudo o que
      *              ocupa as salas numa data: aulas (HORARIO.DAT do
      *              dia da semana), provas (PROVA.DAT), defesas de
      *              TCC marcadas (TCC.DAT), reservas avulsas
      *              (RESSALA.DAT) e sessoes de curso de ferias
      *              (PERESP.DAT / AULA.DAT). Pode ser limitada a um
      *              campus.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT CADHOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT PROVA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROVA
                       FILE STATUS STATUS-PROVA.

           SELECT TCC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TCC
                       FILE STATUS STATUS-TCC.

           SELECT RESSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RS
                       FILE STATUS STATUS-RS.

           SELECT PERESP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PE
                       FILE STATUS STATUS-PE.

           SELECT AULA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-AULA
                       FILE STATUS STATUS-AULA.

           SELECT SORTAG ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  CADSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SALA.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-CADSALA.
           05  CHAVE-SALA.
               10  COD-SALA            PIC 9(03).
           05  DESCR-SALA              PIC X(30).
           05  CAPACIDADE-SALA         PIC 9(03).
           05  COD-CAMPUS-SALA         PIC 9(02).
           05  ACESSIVEL-SALA          PIC X(01).
               88  SALA-ACESSIVEL      VALUE 'S'.
           05  FILLER                  PIC X(01).

       FD  CADHOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HORARIO.DAT'
           RECORD CONTAINS 24 CHARACTERS.

       01  REG-CADHOR.
           05  CHAVE-HOR.
               10  COD-CURSO-HOR       PIC 9(02).
               10  DIA-SEM-HOR         PIC 9(01).
               10  HORA-INI-HOR        PIC 9(04).
               10  TURMA-HOR           PIC X(01).
           05  COD-DISCIPLINA-HOR      PIC 9(04).
           05  ANO-HOR                 PIC 9(04).
           05  HORA-FIM-HOR            PIC 9(04).
           05  COD-SALA-HOR            PIC 9(03).
           05  FILLER                  PIC X(01).

       FD  PROVA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROVA.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-PROVA.
           05  CHAVE-PROVA.
               10  ANO-PROVA           PIC 9(04).
               10  COD-CURSO-PROVA     PIC 9(02).
               10  COD-DISCI-PROVA     PIC 9(04).
               10  BIM-PROVA           PIC 9(01).
           05  DATA-PROVA              PIC 9(08).
           05  HORA-INI-PROVA          PIC 9(04).
           05  HORA-FIM-PROVA          PIC 9(04).
           05  SALA-PROVA              PIC 9(03).

       FD  TCC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TCC.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-TCC.
           05  CHAVE-TCC.
               10  COD-CURSO-TCC       PIC 9(02).
               10  COD-ALUNO-TCC       PIC 9(06).
           05  TITULO-TCC              PIC X(60).
           05  ORIENTADOR-TCC          PIC 9(04).
           05  BANCA-TCC.
               10  MEMBRO-TCC          PIC 9(04) OCCURS 3 TIMES.
           05  DATA-DEF-TCC            PIC 9(08).
           05  HORA-INI-DEF-TCC        PIC 9(04).
           05  HORA-FIM-DEF-TCC        PIC 9(04).
           05  SALA-DEF-TCC            PIC 9(03).
           05  NOTA-TCC                PIC 99V9.
           05  SIT-TCC                 PIC X(01).
               88  TCC-DEFESA-MARCADA  VALUE 'M'.
           05  DATA-SIT-TCC            PIC 9(08).
           05  FILLER                  PIC X(05).

       FD  RESSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RESSALA.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-RESSALA.
           05  CHAVE-RS.
               10  SALA-RS             PIC 9(03).
               10  DATA-RS             PIC 9(08).
               10  HORA-INI-RS         PIC 9(04).
           05  HORA-FIM-RS             PIC 9(04).
           05  SOLIC-RS                PIC X(30).
           05  FINALID-RS              PIC X(40).
           05  TIPO-RS                 PIC X(01).
               88  RS-REUNIAO          VALUE 'R'.
               88  RS-DEFESA           VALUE 'D'.
               88  RS-EVENTO           VALUE 'E'.
               88  RS-REPOSICAO        VALUE 'A'.
           05  OPER-RS                 PIC X(10).
           05  DATA-CAD-RS             PIC 9(08).
           05  FILLER                  PIC X(12).

       FD  PERESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PERESP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PERESP.
           05  CHAVE-PE.
               10  ANO-PE              PIC 9(04).
               10  TERMO-PE            PIC X(01).
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
           05  FILLER                  PIC X(04).

       FD  AULA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'AULA.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-AULA.
           05  CHAVE-AULA.
               10 ANO-AULA             PIC 9(04).
               10 COD-CURSO-AULA       PIC 9(02).
               10 COD-DISCI-AULA       PIC 9(04).
               10 TURMA-AULA           PIC X(01).
               10 DATA-AULA            PIC 9(08).
           05  SITUACAO-AULA           PIC X(01).
               88  AULA-CANCELADA      VALUE 'C'.

       SD  SORTAG
           VALUE OF FILE-ID 'AGSALA.TMP'.

       01  REG-SORTAG.
           05  SALA-SA                 PIC 9(03).
           05  HORA-INI-SA             PIC 9(04).
           05  HORA-FIM-SA             PIC 9(04).
           05  TIPO-SA                 PIC X(08).
           05  DESCR-SA                PIC X(36).
           05  RESP-SA                 PIC X(15).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-PROVA        PIC X(02) VALUE SPACES.
       01  STATUS-TCC          PIC X(02) VALUE SPACES.
       01  STATUS-RS           PIC X(02) VALUE SPACES.
       01  STATUS-PE           PIC X(02) VALUE SPACES.
       01  STATUS-AULA         PIC X(02) VALUE SPACES.
       01  WS-SEM-HOR          PIC X VALUE 'N'.
       01  WS-SEM-PROVA        PIC X VALUE 'N'.
       01  WS-SEM-TCC          PIC X VALUE 'N'.
       01  WS-SEM-RS           PIC X VALUE 'N'.
       01  WS-SEM-PE           PIC X VALUE 'N'.
       01  WS-SEM-AULA         PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  WS-CAMPUS           PIC 9(02) VALUE ZEROS.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  FLAG-GRUPO          PIC 9 VALUE ZEROS.
       01  SALA-ANT            PIC 9(03) VALUE ZEROS.
       01  CONT-OCUP           PIC 9(05) VALUE ZEROS.
       01  CONT-SALAS          PIC 9(05) VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  WS-DATA-CORR.
           05 ANO-CORR         PIC 9(04).
           05 MES-CORR         PIC 9(02).
           05 DIA-CORR         PIC 9(02).
       01  WS-DATA-CORR-R REDEFINES WS-DATA-CORR PIC 9(08).
       01  WS-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       01  ZEL-Q               PIC 9(02) VALUE ZEROS.
       01  ZEL-M               PIC 9(02) VALUE ZEROS.
       01  ZEL-A               PIC 9(04) VALUE ZEROS.
       01  ZEL-K               PIC 9(02) VALUE ZEROS.
       01  ZEL-J               PIC 9(02) VALUE ZEROS.
       01  ZEL-T1              PIC 9(06) VALUE ZEROS.
       01  ZEL-T2              PIC 9(06) VALUE ZEROS.
       01  ZEL-H               PIC 9(01) VALUE ZEROS.

       01  TAB-NOME-DIA.
           05 FILLER               PIC X(24) VALUE
              'SEGUNDA TERCA   QUARTA  '.
           05 FILLER               PIC X(32) VALUE
              'QUINTA  SEXTA   SABADO  DOMINGO '.
       01  TAB-NOME-DIA-R REDEFINES TAB-NOME-DIA.
           05 NOME-DIA             PIC X(08) OCCURS 7 TIMES.

       01  WS-DESCR-AULA.
           05 FILLER               PIC X(06) VALUE 'CURSO '.
           05 CURSO-DA             PIC 9(02).
           05 FILLER               PIC X(07) VALUE ' DISC. '.
           05 DISC-DA              PIC 9(04).
           05 FILLER               PIC X(07) VALUE ' TURMA '.
           05 TURMA-DA             PIC X(01).
           05 FILLER               PIC X(09) VALUE SPACES.

       01  WS-DESCR-PROVA.
           05 FILLER               PIC X(06) VALUE 'CURSO '.
           05 CURSO-DP             PIC 9(02).
           05 FILLER               PIC X(07) VALUE ' DISC. '.
           05 DISC-DP              PIC 9(04).
           05 FILLER               PIC X(06) VALUE ' BIM. '.
           05 BIM-DP               PIC 9(01).
           05 FILLER               PIC X(10) VALUE SPACES.

       01  WS-DESCR-DEFESA.
           05 FILLER               PIC X(06) VALUE 'CURSO '.
           05 CURSO-DD             PIC 9(02).
           05 FILLER               PIC X(07) VALUE ' ALUNO '.
           05 ALUNO-DD             PIC 9(06).
           05 FILLER               PIC X(15) VALUE SPACES.

       01  WS-DESCR-ESPEC.
           05 FILLER               PIC X(06) VALUE 'CURSO '.
           05 CURSO-DE             PIC 9(02).
           05 FILLER               PIC X(07) VALUE ' DISC. '.
           05 DISC-DE              PIC 9(04).
           05 FILLER               PIC X(07) VALUE ' TERMO '.
           05 TERMO-DE             PIC X(01).
           05 FILLER               PIC X(09) VALUE SPACES.

       01  WS-RESP-DEFESA.
           05 FILLER               PIC X(11) VALUE 'ORIENTADOR '.
           05 ORIENT-DD            PIC 9(04).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'AGSALA'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(23) VALUE
              'AGENDA DE SALAS - DIA'.
           05 DIA-CAB2             PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 MES-CAB2             PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 NOME-DIA-CAB2        PIC X(08).
           05 FILLER               PIC X(08) VALUE SPACES.
           05 TIT-CAMPUS-CAB2      PIC X(07) VALUE SPACES.
           05 CAMPUS-CAB2          PIC Z9.

       01  CAB3.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE 'HORARIO'.
           05 FILLER               PIC X(10) VALUE 'OCUPACAO'.
           05 FILLER               PIC X(38) VALUE 'DESCRICAO'.
           05 FILLER               PIC X(11) VALUE 'RESPONSAVEL'.

       01  DET-SALA.
           05 FILLER               PIC X(05) VALUE 'SALA '.
           05 SALA-DETS            PIC 9(03).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 DESCR-DETS           PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TIT-CAP-DETS         PIC X(06) VALUE 'LUG.: '.
           05 CAP-DETS             PIC ZZ9.

       01  DET1.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 HINI-DET1            PIC 99.99.
           05 FILLER               PIC X(01) VALUE '-'.
           05 HFIM-DET1            PIC 99.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TIPO-DET1            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DESCR-DET1           PIC X(36).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RESP-DET1            PIC X(15).

       01  RODAPE1.
           05 FILLER               PIC X(30) VALUE
              'SALAS COM OCUPACAO NO DIA....:'.
           05 CONT-ROD1            PIC ZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(30) VALUE
              'OCUPACOES (AULA/PROVA/RES.)..:'.
           05 CONT-ROD2            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              DISPLAY (12 20) 'SALA.DAT INEXISTENTE (USE O CADSALA)'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HOR.
           OPEN INPUT PROVA
           IF STATUS-PROVA NOT = '00'
              MOVE 'S' TO WS-SEM-PROVA.
           OPEN INPUT TCC
           IF STATUS-TCC NOT = '00'
              MOVE 'S' TO WS-SEM-TCC.
           OPEN INPUT RESSALA
           IF STATUS-RS NOT = '00'
              MOVE 'S' TO WS-SEM-RS.
           OPEN INPUT PERESP
           IF STATUS-PE NOT = '00'
              MOVE 'S' TO WS-SEM-PE.
           OPEN INPUT AULA
           IF STATUS-AULA NOT = '00'
              MOVE 'S' TO WS-SEM-AULA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'AGSALA'
           DISPLAY (02 24) 'AGENDA DIARIA DE SALAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'DATA [        ] AAAAMMDD'
           DISPLAY (07 10) 'CAMPUS [  ] (00 = TODOS)'
           ACCEPT WS-DATA-CORR-R FROM DATE YYYYMMDD
           DISPLAY (06 16) WS-DATA-CORR-R.

       0300-DATA.
           ACCEPT (06 16) WS-DATA-CORR-R WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-DATA-CORR-R = ZEROS
              GO TO 0900-FIM.
           IF MES-CORR < 1 OR MES-CORR > 12
              OR DIA-CORR < 1 OR DIA-CORR > 31
              DISPLAY (22 10) 'DATA INVALIDA'
              GO TO 0300-DATA.
           PERFORM 8200-DIA-SEMANA THRU 8299-FIM-SEMANA
           DISPLAY (06 36) NOME-DIA (WS-DIA-SEMANA).

       0310-CAMPUS.
           MOVE ZEROS TO WS-CAMPUS
           ACCEPT (07 18) WS-CAMPUS WITH PROMPT AUTO-SKIP.

       0350-CONFIRMA.
           DISPLAY (09 10) 'CONFIRMA A EMISSAO DA AGENDA ? S/N [ ]'
           ACCEPT (09 46) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0350-CONFIRMA.
           DISPLAY (22 30) 'AGUARDE...'.

       0400-PROCESSA.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG FLAG-GRUPO CONT-OCUP CONT-SALAS
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           SORT SORTAG ASCENDING KEY SALA-SA HORA-INI-SA
                INPUT  PROCEDURE 0500-SELECIONA
                OUTPUT PROCEDURE 0600-IMPRIME
           IF CONTLIN > 52
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE CONT-SALAS TO CONT-ROD1
           MOVE CONT-OCUP TO CONT-ROD2
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           CLOSE RELAT
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (12 10) 'SALAS COM OCUPACAO NO DIA:'
           DISPLAY (12 37) CONT-SALAS
           DISPLAY (13 10) 'OCUPACOES NA AGENDA......:'
           DISPLAY (13 37) CONT-OCUP
           DISPLAY (22 10) 'AGENDA EMITIDA'
           STOP ' '
           GO TO 0200-TELA.

       0500-SELECIONA SECTION.
      * AULAS DO ANO NO DIA DA SEMANA DA DATA
       0510-AULAS.
           IF WS-SEM-HOR = 'S'
              GO TO 0530-PROVAS.
           MOVE ZEROS TO COD-CURSO-HOR DIA-SEM-HOR HORA-INI-HOR
           MOVE SPACES TO TURMA-HOR
           START CADHOR KEY NOT LESS THAN CHAVE-HOR INVALID KEY
              GO TO 0530-PROVAS.

       0520-LE-AULA.
           READ CADHOR NEXT
           IF STATUS-HOR NOT = '00'
              GO TO 0530-PROVAS.
           IF DIA-SEM-HOR NOT = WS-DIA-SEMANA
              OR ANO-HOR NOT = ANO-CORR
              OR COD-SALA-HOR = ZEROS
              GO TO 0520-LE-AULA.
           MOVE COD-SALA-HOR TO SALA-SA
           MOVE HORA-INI-HOR TO HORA-INI-SA
           MOVE HORA-FIM-HOR TO HORA-FIM-SA
           MOVE 'AULA' TO TIPO-SA
           MOVE COD-CURSO-HOR TO CURSO-DA
           MOVE COD-DISCIPLINA-HOR TO DISC-DA
           MOVE TURMA-HOR TO TURMA-DA
           MOVE WS-DESCR-AULA TO DESCR-SA
           MOVE SPACES TO RESP-SA
           PERFORM 0590-LIBERA THRU 0599-FIM-LIBERA
           GO TO 0520-LE-AULA.

      * PROVAS MARCADAS NA DATA
       0530-PROVAS.
           IF WS-SEM-PROVA = 'S'
              GO TO 0550-DEFESAS.
           MOVE ANO-CORR TO ANO-PROVA
           MOVE ZEROS TO COD-CURSO-PROVA COD-DISCI-PROVA BIM-PROVA
           START PROVA KEY NOT LESS THAN CHAVE-PROVA INVALID KEY
              GO TO 0550-DEFESAS.

       0540-LE-PROVA.
           READ PROVA NEXT
           IF STATUS-PROVA NOT = '00'
              GO TO 0550-DEFESAS.
           IF ANO-PROVA NOT = ANO-CORR
              GO TO 0550-DEFESAS.
           IF DATA-PROVA NOT = WS-DATA-CORR-R
              OR SALA-PROVA = ZEROS
              GO TO 0540-LE-PROVA.
           MOVE SALA-PROVA TO SALA-SA
           MOVE HORA-INI-PROVA TO HORA-INI-SA
           MOVE HORA-FIM-PROVA TO HORA-FIM-SA
           MOVE 'PROVA' TO TIPO-SA
           MOVE COD-CURSO-PROVA TO CURSO-DP
           MOVE COD-DISCI-PROVA TO DISC-DP
           MOVE BIM-PROVA TO BIM-DP
           MOVE WS-DESCR-PROVA TO DESCR-SA
           MOVE SPACES TO RESP-SA
           PERFORM 0590-LIBERA THRU 0599-FIM-LIBERA
           GO TO 0540-LE-PROVA.

      * DEFESAS DE TCC MARCADAS NA DATA
       0550-DEFESAS.
           IF WS-SEM-TCC = 'S'
              GO TO 0570-RESERVAS.
           MOVE LOW-VALUES TO CHAVE-TCC
           START TCC KEY NOT LESS THAN CHAVE-TCC INVALID KEY
              GO TO 0570-RESERVAS.

       0560-LE-DEFESA.
           READ TCC NEXT
           IF STATUS-TCC NOT = '00'
              GO TO 0570-RESERVAS.
           IF NOT TCC-DEFESA-MARCADA
              OR DATA-DEF-TCC NOT = WS-DATA-CORR-R
              OR SALA-DEF-TCC = ZEROS
              GO TO 0560-LE-DEFESA.
           MOVE SALA-DEF-TCC TO SALA-SA
           MOVE HORA-INI-DEF-TCC TO HORA-INI-SA
           MOVE HORA-FIM-DEF-TCC TO HORA-FIM-SA
           MOVE 'DEF.TCC' TO TIPO-SA
           MOVE COD-CURSO-TCC TO CURSO-DD
           MOVE COD-ALUNO-TCC TO ALUNO-DD
           MOVE WS-DESCR-DEFESA TO DESCR-SA
           MOVE ORIENTADOR-TCC TO ORIENT-DD
           MOVE WS-RESP-DEFESA TO RESP-SA
           PERFORM 0590-LIBERA THRU 0599-FIM-LIBERA
           GO TO 0560-LE-DEFESA.

      * RESERVAS AVULSAS DA DATA (CHAVE POR SALA - LE O ARQUIVO TODO)
       0570-RESERVAS.
           IF WS-SEM-RS = 'S'
              GO TO 0583-ESPECIAIS.
           MOVE ZEROS TO CHAVE-RS
           START RESSALA KEY NOT LESS THAN CHAVE-RS INVALID KEY
              GO TO 0583-ESPECIAIS.

       0580-LE-RESERVA.
           READ RESSALA NEXT
           IF STATUS-RS NOT = '00'
              GO TO 0583-ESPECIAIS.
           IF DATA-RS NOT = WS-DATA-CORR-R
              GO TO 0580-LE-RESERVA.
           MOVE SALA-RS TO SALA-SA
           MOVE HORA-INI-RS TO HORA-INI-SA
           MOVE HORA-FIM-RS TO HORA-FIM-SA
           MOVE 'RESERVA' TO TIPO-SA
           IF RS-REUNIAO
              MOVE 'REUNIAO' TO TIPO-SA.
           IF RS-DEFESA
              MOVE 'DEFESA' TO TIPO-SA.
           IF RS-EVENTO
              MOVE 'EVENTO' TO TIPO-SA.
           IF RS-REPOSICAO
              MOVE 'REPOSIC.' TO TIPO-SA.
           MOVE FINALID-RS TO DESCR-SA
           MOVE SOLIC-RS TO RESP-SA
           PERFORM 0590-LIBERA THRU 0599-FIM-LIBERA
           GO TO 0580-LE-RESERVA.

      * CURSO DE FERIAS COM SESSAO NA DATA (AULA.DAT); SEM O AULA.DAT
      * VALE O PERIODO DA OFERTA DE SEGUNDA A SABADO
       0583-ESPECIAIS.
           IF WS-SEM-PE = 'S'
              GO TO 0589-FIM.
           MOVE LOW-VALUES TO CHAVE-PE
           START PERESP KEY NOT LESS THAN CHAVE-PE INVALID KEY
              GO TO 0589-FIM.

       0585-LE-ESPECIAL.
           READ PERESP NEXT
           IF STATUS-PE NOT = '00'
              GO TO 0589-FIM.
           IF SALA-PE = ZEROS
              OR DATA-INI-PE > WS-DATA-CORR-R
              OR DATA-FIM-PE < WS-DATA-CORR-R
              GO TO 0585-LE-ESPECIAL.
           IF WS-SEM-AULA = 'S' AND WS-DIA-SEMANA = 7
              GO TO 0585-LE-ESPECIAL.
           IF WS-SEM-AULA = 'N'
              MOVE ANO-PE TO ANO-AULA
              MOVE COD-CURSO-PE TO COD-CURSO-AULA
              MOVE COD-DISCI-PE TO COD-DISCI-AULA
              MOVE TERMO-PE TO TURMA-AULA
              MOVE WS-DATA-CORR-R TO DATA-AULA
              READ AULA INVALID KEY
                 GO TO 0585-LE-ESPECIAL.
           IF WS-SEM-AULA = 'N' AND AULA-CANCELADA
              GO TO 0585-LE-ESPECIAL.
           MOVE SALA-PE TO SALA-SA
           MOVE HORA-INI-PE TO HORA-INI-SA
           MOVE HORA-FIM-PE TO HORA-FIM-SA
           MOVE 'C.FERIAS' TO TIPO-SA
           MOVE COD-CURSO-PE TO CURSO-DE
           MOVE COD-DISCI-PE TO DISC-DE
           MOVE TERMO-PE TO TERMO-DE
           MOVE WS-DESCR-ESPEC TO DESCR-SA
           MOVE PROFESSOR-PE TO RESP-SA
           PERFORM 0590-LIBERA THRU 0599-FIM-LIBERA
           GO TO 0585-LE-ESPECIAL.

       0589-FIM.
           GO TO 0599-FIM-LIBERA.

      * FILTRO DO CAMPUS PELA SALA
       0590-LIBERA.
           IF WS-CAMPUS = ZEROS
              RELEASE REG-SORTAG
              GO TO 0599-FIM-LIBERA.
           MOVE SALA-SA TO COD-SALA
           READ CADSALA INVALID KEY
              GO TO 0599-FIM-LIBERA.
           IF COD-CAMPUS-SALA = WS-CAMPUS
              RELEASE REG-SORTAG.

       0599-FIM-LIBERA. EXIT.

       0600-IMPRIME SECTION.
       0610-LE-SORT.
           RETURN SORTAG AT END
              GO TO 0699-FIM.
           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              GO TO 0620-NOVA-SALA.
           IF SALA-SA = SALA-ANT
              GO TO 0630-DETALHE.

       0620-NOVA-SALA.
           MOVE SALA-SA TO SALA-ANT
           ADD 1 TO CONT-SALAS
           IF CONTLIN > 52
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE SALA-SA TO SALA-DETS COD-SALA
           MOVE SPACES TO DESCR-DETS
           MOVE ZEROS TO CAP-DETS
           READ CADSALA INVALID KEY
              MOVE 'SALA NAO CADASTRADA' TO DESCR-DETS
              GO TO 0625-IMPRIME-SALA.
           MOVE DESCR-SALA TO DESCR-DETS
           MOVE CAPACIDADE-SALA TO CAP-DETS.

       0625-IMPRIME-SALA.
           WRITE REG-ORELATO FROM DET-SALA AFTER 2
           ADD 2 TO CONTLIN.

       0630-DETALHE.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE HORA-INI-SA TO HINI-DET1
           MOVE HORA-FIM-SA TO HFIM-DET1
           MOVE TIPO-SA TO TIPO-DET1
           MOVE DESCR-SA TO DESCR-DET1
           MOVE RESP-SA TO RESP-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           ADD 1 TO CONT-OCUP
           GO TO 0610-LE-SORT.

       0699-FIM. EXIT.

       0800-ROTINAS SECTION.
       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE DIA-CORR TO DIA-CAB2
           MOVE MES-CORR TO MES-CAB2
           MOVE ANO-CORR TO ANO-CAB2
           MOVE NOME-DIA (WS-DIA-SEMANA) TO NOME-DIA-CAB2
           MOVE SPACES TO TIT-CAMPUS-CAB2
           MOVE ZEROS TO CAMPUS-CAB2
           IF WS-CAMPUS NOT = ZEROS
              MOVE 'CAMPUS ' TO TIT-CAMPUS-CAB2
              MOVE WS-CAMPUS TO CAMPUS-CAB2.
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           MOVE 6 TO CONTLIN.

       8099-FIM-CAB. EXIT.

      * DIA DA SEMANA DA DATA (ZELLER) NA CONVENCAO DO HORARIO.DAT:
      * 1 = SEGUNDA ... 7 = DOMINGO
       8200-DIA-SEMANA.
           MOVE DIA-CORR TO ZEL-Q
           MOVE MES-CORR TO ZEL-M
           MOVE ANO-CORR TO ZEL-A
           IF ZEL-M < 3
              ADD 12 TO ZEL-M
              SUBTRACT 1 FROM ZEL-A.
           DIVIDE ZEL-A BY 100 GIVING ZEL-J REMAINDER ZEL-K
           MOVE ZEL-Q TO ZEL-T1
           ADD 1 TO ZEL-M
           MULTIPLY 13 BY ZEL-M GIVING ZEL-T2
           DIVIDE 5 INTO ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           ADD ZEL-K TO ZEL-T1
           DIVIDE ZEL-K BY 4 GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           DIVIDE ZEL-J BY 4 GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           MULTIPLY 5 BY ZEL-J GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           DIVIDE ZEL-T1 BY 7 GIVING ZEL-T2 REMAINDER ZEL-H
           IF ZEL-H = 0
              MOVE 6 TO WS-DIA-SEMANA.
           IF ZEL-H = 1
              MOVE 7 TO WS-DIA-SEMANA.
           IF ZEL-H > 1
              SUBTRACT 1 FROM ZEL-H GIVING WS-DIA-SEMANA.

       8299-FIM-SEMANA. EXIT.

       0900-FIM.
           CLOSE CADSALA
           IF WS-SEM-HOR = 'N'
              CLOSE CADHOR.
           IF WS-SEM-PROVA = 'N'
              CLOSE PROVA.
           IF WS-SEM-TCC = 'N'
              CLOSE TCC.
           IF WS-SEM-RS = 'N'
              CLOSE RESSALA.
           IF WS-SEM-PE = 'N'
              CLOSE PERESP.
           IF WS-SEM-AULA = 'N'
              CLOSE AULA.
           CHAIN 'FACAD.EXE'.

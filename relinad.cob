      *                      VARRE MENSAL.DAT E LISTA AS MENSALIDADES
      *                      EM ABERTO COM VENCIMENTO VENCIDO, POR
      *                      CURSO, COM FAIXAS DE ATRASO 30/60/90 DIAS
      *                      E OS CONTATOS DE CADA ALUNO P/ COBRANCA
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO
      *    1.6                /  /            CONTATOS DO ALUNO NA LISTA
      *                                       APOS AS PARCELAS (CONTALU)
      *    1.7                /  /            SO OS CURSOS DO OPERADOR
      *                                       (OPERCUR.DAT)

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT contcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cont
                         FILE STATUS status-cont.

           SELECT sortinad ASSIGN TO DISK.

           SELECT impressora ASSIGN TO PRINTER.
                       RECORD KEY CHAVE-OPERC
                       FILE STATUS STATUS-MSTC.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

       DATA DIVISION.

       FILE SECTION.
           05 nosso-numero         PIC 9(10).
           05 FILLER               PIC X(05).

       FD contcad
           LABEL record STANDARD
           value OF FILE-ID 'CONTALU.DAT'
           record contains 160 characteres.

       01 reg-contalu.
           05 chave-cont.
              10 cod-aluno-cont    PIC 9(06).
              10 cod-curso-cont    PIC 9(06).
           05 fone-cont OCCURS 3 TIMES.
              10 tipo-fone-cont    PIC X(01).
              10 num-fone-cont     PIC 9(11).
           05 email-cont           PIC X(40).
           05 canal-cont           PIC X(01).
              88 canal-fone        VALUE 'F'.
              88 canal-sms         VALUE 'S'.
              88 canal-email       VALUE 'E'.
              88 canal-carta       VALUE 'C'.
           05 emerg-nome-cont      PIC X(30).
           05 emerg-fone-cont      PIC 9(11).
           05 emerg-parent-cont    PIC X(10).
           05 data-atual-cont      PIC 9(08).
           05 FILLER               PIC X(12).

       SD sortinad
          value OF FILE-ID 'RELINAD.TMP'.

           05  SITUACAO-OPERC          PIC X(01).
           05  CAMPUS-OPERC            PIC 9(02).

      * CURSOS QUE O OPERADOR ENXERGA - SEM NENHUM = TODOS
       FD  OPERCUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERCUR.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-OPERCUR.
           05  CHAVE-OCR.
               10  COD-OPER-OCR        PIC X(10).
               10  CURSO-OCR           PIC 9(02).
           05  DATA-OCR                PIC 9(08).

       WORKING-STORAGE SECTION.
       01  STATUS-CCMP         PIC X(02) VALUE SPACES.
       01  STATUS-OPSTA        PIC X(02) VALUE SPACES.
       01  WS-CAMPUS-REL       PIC 9(02) VALUE ZEROS.
       01  WS-CAMPUS-OPER      PIC 9(02) VALUE ZEROS.
       01  WS-FORA-CAMPUS      PIC X VALUE 'N'.
       01  STATUS-OCR          PIC X(02) VALUE SPACES.
       01  WS-OPER-ESC         PIC X(10) VALUE SPACES.
       01  WS-COM-ESCOPO       PIC X VALUE 'N'.
       01  WS-FORA-ESCOPO      PIC X VALUE 'N'.
       01  WS-CURSO-ESC        PIC 9(02) VALUE ZEROS.
       01 status-arq               PIC X(02) value spaces.
       01 statcur-arq              PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 contlin                  PIC 9(02) value zeros.
       01 curso-ant                PIC 9(06) value 999999.
       01 flag-curso               PIC 9(01) value zeros.
       01 status-cont              PIC X(02) value spaces.
       01 ws-sem-cont              PIC X value 'N'.
       01 aluno-ant                PIC 9(06) value zeros.
       01 ws-ind-fone              PIC 9(01) value zeros.
       01 ws-desc-canal            PIC X(06) value spaces.
       01 ws-fone-aux              PIC 9(11) value zeros.
       01 ws-fone-aux-r REDEFINES ws-fone-aux.
           05 ws-ddd-aux           PIC 9(02).
           05 ws-num-aux           PIC 9(09).
       01 ws-fone-ed.
           05 tipo-fone-ed         PIC X(01) value space.
           05 FILLER               PIC X(02) value ' ('.
           05 ddd-fone-ed          PIC 9(02) value zeros.
           05 FILLER               PIC X(01) value ')'.
           05 num-fone-ed          PIC Z(08)9.
       01 ws-fone-mostra           PIC X(15) value spaces.

       01 tot-curso.
           05 qtd-fx OCCURS 4 TIMES PIC 9(04).
           05 FILLER               PIC X(02) value spaces.
           05 faixa-det1           PIC X(07).

       01 det2.
           05 FILLER               PIC X(08) value spaces.
           05 FILLER               PIC X(07) value 'FONES: '.
           05 fone-det2            PIC X(16) OCCURS 3 TIMES.
           05 FILLER               PIC X(07) value ' CANAL:'.
           05 canal-det2           PIC X(06).

       01 det3.
           05 FILLER               PIC X(08) value spaces.
           05 FILLER               PIC X(08) value 'E-MAIL: '.
           05 email-det3           PIC X(40).

       01 det4.
           05 FILLER               PIC X(08) value spaces.
           05 FILLER               PIC X(24) value
              'CONTATOS NAO CADASTRADOS'.

       01 tot1.
           05 FILLER               PIC X(10) value 'FAIXA    :'.
           05 faixa-tot1           PIC X(08).
                    curcad
              STOP RUN.

       0180-opencont.
           OPEN INPUT contcad
           IF status-cont NOT = '00'
              MOVE 'S' TO ws-sem-cont.

       0200-inicia.
           PERFORM 9800-PEDE-CAMPUS THRU 9809-FIM-PEDE
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
                 curcad
                 menscad
                 impressora
           IF ws-sem-cont NOT = 'S'
              CLOSE contcad.
           DISPLAY (23 20) 'RELATORIO DE INADIMPLENCIA EMITIDO'
           STOP ' '
           CHAIN 'FACAD.EXE '.

           IF flag-curso = 0
              MOVE 9 TO flag-curso
              MOVE aluno-sd TO aluno-ant
              MOVE curso-sd TO curso-ant
              PERFORM 0600-cabecalho-curso
              GO TO 0540-detalhe.

           IF aluno-sd NOT = aluno-ant OR curso-sd NOT = curso-ant
              PERFORM 1100-imprime-contatos THRU 1130-fim-contatos
              MOVE aluno-sd TO aluno-ant.

           IF curso-sd NOT = curso-ant
              PERFORM 0700-total-curso
              MOVE curso-sd TO curso-ant

       0590-ultimo-curso.
           IF flag-curso NOT = 0
              PERFORM 1100-imprime-contatos THRU 1130-fim-contatos
              PERFORM 0700-total-curso.

       0599-fim. EXIT.
           WRITE reg-impressora FROM tot1 AFTER 1
           ADD 1 TO ws-fx.

      * CONTATOS DO ALUNO (CONTALU.DAT) IMPRESSOS APOS AS PARCELAS
      * DE CADA ALUNO PARA QUEM FAZ AS LIGACOES DE COBRANCA
       1100-imprime-contatos.
           IF ws-sem-cont = 'S'
              GO TO 1130-fim-contatos.
           MOVE aluno-ant TO cod-aluno-cont
           MOVE curso-ant TO cod-curso-cont
           READ contcad INVALID KEY
              WRITE reg-impressora FROM det4 AFTER 1
              ADD 1 TO contlin
              GO TO 1130-fim-contatos.
           MOVE 1 TO ws-ind-fone.

       1110-monta-fone.
           IF ws-ind-fone > 3
              GO TO 1120-imprime.
           MOVE tipo-fone-cont (ws-ind-fone) TO tipo-fone-ed
           MOVE num-fone-cont (ws-ind-fone) TO ws-fone-aux
           PERFORM 1150-edita-fone THRU 1159-fim-edita
           MOVE ws-fone-mostra TO fone-det2 (ws-ind-fone)
           ADD 1 TO ws-ind-fone
           GO TO 1110-monta-fone.

       1120-imprime.
           PERFORM 1160-desc-canal THRU 1169-fim-desc
           MOVE ws-desc-canal TO canal-det2
           WRITE reg-impressora FROM det2 AFTER 1
           ADD 1 TO contlin
           IF email-cont = spaces
              GO TO 1130-fim-contatos.
           MOVE email-cont TO email-det3
           WRITE reg-impressora FROM det3 AFTER 1
           ADD 1 TO contlin.

       1130-fim-contatos. EXIT.

      * EDITA UM FONE DO CONTALU.DAT - TIPO (DDD)NUMERO; FONE ZERADO
      * SAI EM BRANCO
       1150-edita-fone.
           MOVE spaces TO ws-fone-mostra
           IF ws-fone-aux = zeros
              GO TO 1159-fim-edita.
           MOVE ws-ddd-aux TO ddd-fone-ed
           MOVE ws-num-aux TO num-fone-ed
           MOVE ws-fone-ed TO ws-fone-mostra.

       1159-fim-edita. EXIT.

       1160-desc-canal.
           MOVE spaces TO ws-desc-canal
           IF canal-fone
              MOVE 'FONE' TO ws-desc-canal.
           IF canal-sms
              MOVE 'SMS' TO ws-desc-canal.
           IF canal-email
              MOVE 'E-MAIL' TO ws-desc-canal.
           IF canal-carta
              MOVE 'CARTA' TO ws-desc-canal.

       1169-fim-desc. EXIT.

      * FILTRO DE CAMPUS: PELO VINCULO CURSO/CAMPUS DO CADCAMP; SE O
      * OPERADOR LOGADO E RESTRITO A UM CAMPUS (CADOPER) O FILTRO E
      * FORCADO PARA A UNIDADE DELE
       9800-ROTINA-CAMPUS SECTION.
       9800-PEDE-CAMPUS.
           PERFORM 9860-CARREGA-ESCOPO THRU 9869-FIM-CARREGA
           OPEN INPUT CURSOCMP
           IF STATUS-CCMP NOT = '00'
              MOVE 'S' TO WS-SEM-CCMP

       9829-FIM-OPER. EXIT.

      * CURSO FORA DO ESCOPO DO OPERADOR (OPERCUR) SAI JUNTO COM O
      * CURSO DE OUTRO CAMPUS
       9850-FILTRA-CAMPUS.
           MOVE 'N' TO WS-FORA-CAMPUS
           MOVE COD-CURSO-CCMP TO WS-CURSO-ESC
           PERFORM 9870-VERIFICA-ESCOPO THRU 9879-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              MOVE 'S' TO WS-FORA-CAMPUS
              GO TO 9859-FIM-FILTRA.
           IF WS-CAMPUS-REL = ZEROS OR WS-SEM-CCMP = 'S'
              GO TO 9859-FIM-FILTRA.
           READ CURSOCMP
              MOVE 'S' TO WS-FORA-CAMPUS.

       9859-FIM-FILTRA. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): QUEM
      * NAO TEM CURSO CADASTRADO CONTINUA VENDO TODOS OS CURSOS
       9860-CARREGA-ESCOPO.
           MOVE 'N' TO WS-COM-ESCOPO
           OPEN INPUT OPERSTA
           IF STATUS-OPSTA NOT = '00'
              GO TO 9869-FIM-CARREGA.
           READ OPERSTA
           MOVE REG-OPERSTA TO WS-OPER-ESC
           CLOSE OPERSTA
           OPEN INPUT OPERCUR
           IF STATUS-OCR NOT = '00'
              GO TO 9869-FIM-CARREGA.
           MOVE WS-OPER-ESC TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              CLOSE OPERCUR
              GO TO 9869-FIM-CARREGA.
           READ OPERCUR NEXT
           IF STATUS-OCR = '00' AND COD-OPER-OCR = WS-OPER-ESC
              MOVE 'S' TO WS-COM-ESCOPO
              GO TO 9869-FIM-CARREGA.
           CLOSE OPERCUR.

       9869-FIM-CARREGA. EXIT.

       9870-VERIFICA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO
           IF WS-COM-ESCOPO NOT = 'S'
              GO TO 9879-FIM-VERIFICA.
           MOVE WS-OPER-ESC TO COD-OPER-OCR
           MOVE WS-CURSO-ESC TO CURSO-OCR
           READ OPERCUR INVALID KEY
              MOVE 'S' TO WS-FORA-ESCOPO.

       9879-FIM-VERIFICA. EXIT.


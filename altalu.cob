      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO
      *    1.6                /  /            CPF VALIDADO (CPFCAD.DAT)
      *    1.7                /  /            ENDERECO ALTERADO LIBERA A
      *                                       DEVOLUCAO DO CORREIO
      *    1.8                /  /            CONTATOS DO ALUNO: FONES,
      *                                       E-MAIL E EMERGENCIA
      *                                       (CONTALU.DAT)
      *    1.9                /  /            SO ALTERA ALUNO DOS CURSOS
      *                                       DO OPERADOR (OPERCUR.DAT)

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-nome-work
                         FILE STATUS status-work.

           SELECT contcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cont
                         FILE STATUS status-cont.

           SELECT devcorr ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-dev
                         FILE STATUS status-dev.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT opercur ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-ocr
                         FILE STATUS status-ocr.

       DATA DIVISION.

       FILE SECTION.
              10 cod-aluno-work        PIC 9(06).
              10 cod-curso-work        PIC 9(06).

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
                 88 fone-tipo-ok   VALUE 'C' 'R' 'T' 'O'.
                 88 fone-celular   VALUE 'C'.
              10 num-fone-cont     PIC 9(11).
           05 email-cont           PIC X(40).
           05 canal-cont           PIC X(01).
              88 canal-ok          VALUE 'F' 'S' 'E' 'C'.
              88 canal-fone        VALUE 'F'.
              88 canal-sms         VALUE 'S'.
              88 canal-email       VALUE 'E'.
           05 emerg-nome-cont      PIC X(30).
           05 emerg-fone-cont      PIC 9(11).
           05 emerg-parent-cont    PIC X(10).
           05 data-atual-cont      PIC 9(08).
           05 FILLER               PIC X(12).

       FD devcorr
           LABEL record STANDARD
           value OF FILE-ID 'DEVCORR.DAT'
           record contains 110 characteres.

       01 reg-devcorr.
           05 chave-dev.
              10 cod-aluno-dev     PIC 9(06).
              10 cod-curso-dev     PIC 9(06).
              10 destino-dev       PIC X(01).
           05 data-dev             PIC 9(08).
           05 motivo-dev           PIC X(20).
           05 endereco-dev         PIC X(40).
           05 cidade-dev           PIC X(15).
           05 operador-dev         PIC X(10).
           05 FILLER               PIC X(04).

       FD opercad
           LABEL record STANDARD
           value OF FILE-ID 'OPERADOR.DAT'
           record contains 10 characteres.

       01 reg-operador             PIC X(10).

       FD opercur
           LABEL record STANDARD
           value OF FILE-ID 'OPERCUR.DAT'
           record contains 20 characteres.

       01 reg-opercur.
           05 chave-ocr.
              10 oper-ocr          PIC X(10).
              10 curso-ocr         PIC 9(02).
           05 data-ocr             PIC 9(08).

       WORKING-STORAGE SECTION.
       01 status-oper              PIC X(02) value spaces.
       01 status-ocr               PIC X(02) value spaces.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-com-escopo            PIC X value 'N'.
       01 ws-fora-escopo           PIC X value 'N'.
       01 ws-curso-esc             PIC 9(02) value zeros.
       01 status-cpf               PIC X(02) value spaces.
       01 ws-cpf                   PIC 9(11) value zeros.
       01 ws-cpf-tab REDEFINES ws-cpf.
       01 ws-cpf-duplic            PIC X value 'N'.
       01 status-work              PIC X(02) value spaces.
       01 ws-nome-antigo           PIC X(40) value spaces.
       01 ws-end-antigo            PIC X(30) value spaces.
       01 ws-cid-antiga            PIC X(15) value spaces.
       01 ws-est-antigo            PIC X(02) value spaces.
       01 status-dev               PIC X(02) value spaces.
       01 status-hsit              PIC X(02) value spaces.
       01 ws-sit-antiga            PIC X value space.
       01 ws-resp                  PIC x.
       01 ws-rem-100               PIC 9(04).
       01 ws-rem-400                PIC 9(04).
       01 ws-max-dia-fev           PIC 9(02).
       01 status-cont              PIC X(02) value spaces.
       01 ws-ind-cont              PIC 9(01) value zeros.
       01 ws-tem-fone              PIC X(01) value 'N'.
       01 ws-tem-cel               PIC X(01) value 'N'.
       01 ws-arroba                PIC 9(02) value zeros.
       01 linha-branco-cont        PIC X(73) value spaces.

       SCREEN SECTION.
       01  tela-cadastra.
       0160-opencurso.
           OPEN INPUT curcad
           IF statcur-arq = '00'
              PERFORM 9900-carrega-escopo THRU 9909-fim-carrega
              GO TO 0200-tela.
           DISPLAY (12 30) '[CURSO.DAT INEXISTENTE]'
           CLOSE alucad
              DISPLAY (22 20) linha-branco
              IF cod-curso = ZEROS
                 GO TO 1300-finaliza.
           MOVE cod-curso TO ws-curso-esc
           PERFORM 9910-verifica-escopo THRU 9919-fim-verifica
           IF ws-fora-escopo = 'S'
              DISPLAY (22 20) 'CURSO FORA DO ESCOPO DO OPERADOR'
              MOVE 1 TO resp
              GO TO 0210-cod-curso.

       0300-cod-aluno.
           MOVE 2 TO resp
              GO TO 0300-cod-aluno.
           MOVE nome TO ws-nome-antigo
           MOVE situacao-alu TO ws-sit-antiga
           MOVE endereco TO ws-end-antigo
           MOVE cidade TO ws-cid-antiga
           MOVE estado TO ws-est-antigo
           DISPLAY (10 13) nome
           DISPLAY (12 23) dia-nasc
           DISPLAY (12 26) mes-nasc
                 PERFORM 9700-indice-altera THRU 9790-fim-indice
                 PERFORM 9800-historico-situacao
                 PERFORM 9712-grava-cpf THRU 9719-fim-grava-cpf
                 PERFORM 9850-libera-devolucao THRU 9859-fim-libera
                 PERFORM 9740-contatos THRU 9749-fim-contatos
                 GO TO 1300-finaliza.
           IF ws-resp='N' or 'n'
              GO TO 1300-finaliza.
              GO TO 0200-tela.
           IF ws-resp = 'N' or 'n'
              CLOSE alucad
              PERFORM 9920-fecha-escopo THRU 9929-fim-fecha
              CHAIN 'FACAD.EXE '
           ELSE
              DISPLAY (22 20) 'RESPOSTA INVALIDA'

       9790-fim-indice. EXIT.

      * CONTATOS DO ALUNO (CONTALU.DAT): ATE TRES FONES COM O TIPO,
      * E-MAIL, CANAL PREFERIDO E CONTATO DE EMERGENCIA - SAIRAM DA
      * FICHA DE PAPEL E SAO IMPRESSOS NO ALERTA DE FALTAS E NA
      * INADIMPLENCIA PARA QUEM FAZ AS LIGACOES
       9740-contatos.
           OPEN I-O contcad
           IF status-cont NOT = '00'
              OPEN OUTPUT contcad
              CLOSE contcad
              OPEN I-O contcad.
           MOVE cod-aluno TO cod-aluno-cont
           MOVE cod-curso TO cod-curso-cont
           READ contcad INVALID KEY
              CONTINUE.
           IF status-cont NOT = '00'
              MOVE spaces TO reg-contalu
              MOVE cod-aluno TO cod-aluno-cont
              MOVE cod-curso TO cod-curso-cont
              MOVE ZEROS TO num-fone-cont (1) num-fone-cont (2)
                            num-fone-cont (3) emerg-fone-cont.
           DISPLAY (17 03) linha-branco-cont
           DISPLAY (18 03) linha-branco-cont
           DISPLAY (19 03) linha-branco-cont
           DISPLAY (20 03) linha-branco-cont
           DISPLAY (17 03) 'FONE1 [ ][           ]'
           DISPLAY (17 26) 'FONE2 [ ][           ]'
           DISPLAY (17 49) 'FONE3 [ ][           ]'
           DISPLAY (18 03) 'E-MAIL ['
           DISPLAY (18 51) ']'
           DISPLAY (18 54) 'CANAL [ ]'
           DISPLAY (19 03) 'EMERGENCIA ['
           DISPLAY (19 45) ']'
           DISPLAY (19 47) 'FONE [           ]'
           DISPLAY (20 03) 'PARENTESCO [          ]'
           DISPLAY (20 28)
             'FONE C/R/T/O - CANAL F-FONE S-SMS E-EMAIL C-CARTA'.

       9741-fones.
           ACCEPT (17 10) tipo-fone-cont (1) with UPDATE AUTO-SKIP
           ACCEPT (17 13) num-fone-cont (1) with UPDATE AUTO-SKIP
           ACCEPT (17 33) tipo-fone-cont (2) with UPDATE AUTO-SKIP
           ACCEPT (17 36) num-fone-cont (2) with UPDATE AUTO-SKIP
           ACCEPT (17 56) tipo-fone-cont (3) with UPDATE AUTO-SKIP
           ACCEPT (17 59) num-fone-cont (3) with UPDATE AUTO-SKIP
           DISPLAY (22 20) linha-branco
           MOVE 1 TO ws-ind-cont
           MOVE 'N' TO ws-tem-fone
           MOVE 'N' TO ws-tem-cel.

       9742-valida-fone.
           IF ws-ind-cont > 3
              GO TO 9743-email.
           INSPECT tipo-fone-cont (ws-ind-cont)
              CONVERTING 'crto' TO 'CRTO'
           IF num-fone-cont (ws-ind-cont) = ZEROS
              MOVE space TO tipo-fone-cont (ws-ind-cont)
              ADD 1 TO ws-ind-cont
              GO TO 9742-valida-fone.
           IF NOT fone-tipo-ok (ws-ind-cont)
              DISPLAY (22 20) 'TIPO DO FONE INVALIDO (C/R/T/O)'
              GO TO 9741-fones.
           MOVE 'S' TO ws-tem-fone
           IF fone-celular (ws-ind-cont)
              MOVE 'S' TO ws-tem-cel.
           ADD 1 TO ws-ind-cont
           GO TO 9742-valida-fone.

       9743-email.
           ACCEPT (18 11) email-cont with UPDATE AUTO-SKIP
           DISPLAY (22 20) linha-branco
           ACCEPT ws-retorno FROM ESCAPE KEY
           IF ESC
              GO TO 9741-fones.
           IF email-cont = spaces
              GO TO 9744-canal.
           MOVE ZEROS TO ws-arroba
           INSPECT email-cont TALLYING ws-arroba FOR ALL '@'
           IF ws-arroba NOT = 1 OR email-cont (1:1) = '@'
              DISPLAY (22 20) 'E-MAIL INVALIDO'
              GO TO 9743-email.

       9744-canal.
           ACCEPT (18 61) canal-cont with UPDATE AUTO-SKIP
           DISPLAY (22 20) linha-branco
           ACCEPT ws-retorno FROM ESCAPE KEY
           IF ESC
              GO TO 9743-email.
           INSPECT canal-cont CONVERTING 'fsec' TO 'FSEC'
           IF canal-cont = space AND ws-tem-fone = 'S'
              MOVE 'F' TO canal-cont.
           IF canal-cont = space AND email-cont NOT = spaces
              MOVE 'E' TO canal-cont.
           IF canal-cont = space
              MOVE 'C' TO canal-cont.
           DISPLAY (18 61) canal-cont
           IF NOT canal-ok
              DISPLAY (22 20) 'CANAL INVALIDO (F/S/E/C)'
              GO TO 9744-canal.
           IF canal-email AND email-cont = spaces
              DISPLAY (22 20) 'CANAL E-MAIL SEM E-MAIL INFORMADO'
              GO TO 9744-canal.
           IF canal-fone AND ws-tem-fone = 'N'
              DISPLAY (22 20) 'CANAL FONE SEM FONE INFORMADO'
              GO TO 9744-canal.
           IF canal-sms AND ws-tem-cel = 'N'
              DISPLAY (22 20) 'CANAL SMS EXIGE FONE CELULAR (C)'
              GO TO 9744-canal.

       9745-emergencia.
           ACCEPT (19 15) emerg-nome-cont with UPDATE AUTO-SKIP
           DISPLAY (22 20) linha-branco
           ACCEPT ws-retorno FROM ESCAPE KEY
           IF ESC
              GO TO 9744-canal.
           ACCEPT (19 53) emerg-fone-cont with UPDATE AUTO-SKIP
           ACCEPT (20 15) emerg-parent-cont with UPDATE AUTO-SKIP
           IF emerg-nome-cont NOT = spaces AND emerg-fone-cont = ZEROS
              DISPLAY (22 20) 'INFORME O FONE DE EMERGENCIA'
              GO TO 9745-emergencia.
           IF emerg-nome-cont = spaces AND emerg-fone-cont NOT = ZEROS
              DISPLAY (22 20) 'INFORME O NOME P/ EMERGENCIA'
              GO TO 9745-emergencia.
           ACCEPT data-atual-cont FROM DATE YYYYMMDD
           WRITE reg-contalu INVALID KEY
              REWRITE reg-contalu.
           CLOSE contcad
           DISPLAY (17 03) linha-branco-cont
           DISPLAY (18 03) linha-branco-cont
           DISPLAY (19 03) linha-branco-cont
           DISPLAY (20 03) linha-branco-cont.

       9749-fim-contatos. EXIT.

      * TODA MUDANCA DE SITUACAO VAI PARA O HISTORICO HISTSIT.DAT
       9800-historico-situacao.
           IF situacao-alu = ws-sit-antiga

       9890-fim-historico. EXIT.

      * ENDERECO DEVOLVIDO PELO CORREIO (DEVCORR.DAT, ETIQUETA) FICA
      * SUPRIMIDO ATE SER ALTERADO AQUI - MUDOU, LIBERA A DEVOLUCAO
       9850-libera-devolucao.
           IF endereco = ws-end-antigo AND cidade = ws-cid-antiga
              AND estado = ws-est-antigo
              GO TO 9859-fim-libera.
           OPEN I-O devcorr
           IF status-dev NOT = '00'
              GO TO 9859-fim-libera.
           MOVE cod-aluno TO cod-aluno-dev
           MOVE cod-curso TO cod-curso-dev
           MOVE 'A' TO destino-dev
           READ devcorr INVALID KEY
              CONTINUE.
           IF status-dev = '00'
              DELETE devcorr.
           CLOSE devcorr.

       9859-fim-libera. EXIT.

      * VALIDACAO DO CPF PELOS DOIS DIGITOS VERIFICADORES (MOD 11);
      * CPF COM TODOS OS DIGITOS IGUAIS TAMBEM E RECUSADO
       9720-valida-cpf.
           DISPLAY (12 58) ws-cpf.

       9711-fim-mostra. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): QUEM
      * NAO TEM CURSO CADASTRADO CONTINUA VENDO TODOS OS CURSOS
       9900-carrega-escopo.
           MOVE 'N' TO ws-com-escopo
           OPEN INPUT opercad
           IF status-oper NOT = '00'
              GO TO 9909-fim-carrega.
           READ opercad
           MOVE reg-operador TO ws-operador
           CLOSE opercad
           OPEN INPUT opercur
           IF status-ocr NOT = '00'
              GO TO 9909-fim-carrega.
           MOVE ws-operador TO oper-ocr
           MOVE ZEROS TO curso-ocr
           START opercur KEY NOT LESS THAN chave-ocr INVALID KEY
              CLOSE opercur
              GO TO 9909-fim-carrega.
           READ opercur NEXT
           IF status-ocr = '00' AND oper-ocr = ws-operador
              MOVE 'S' TO ws-com-escopo
              GO TO 9909-fim-carrega.
           CLOSE opercur.

       9909-fim-carrega. EXIT.

       9910-verifica-escopo.
           MOVE 'N' TO ws-fora-escopo
           IF ws-com-escopo NOT = 'S'
              GO TO 9919-fim-verifica.
           MOVE ws-operador TO oper-ocr
           MOVE ws-curso-esc TO curso-ocr
           READ opercur INVALID KEY
              MOVE 'S' TO ws-fora-escopo.

       9919-fim-verifica. EXIT.

       9920-fecha-escopo.
           IF ws-com-escopo = 'S'
              CLOSE opercur
              MOVE 'N' TO ws-com-escopo.

       9929-fim-fecha. EXIT.

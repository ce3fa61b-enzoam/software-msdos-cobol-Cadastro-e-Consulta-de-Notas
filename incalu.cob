      *    2.0                /  /            CHECKLIST DE DOCUMENTOS
      *                                       DE ADMISSAO (CADDOC)
      *    2.1                /  /            CPF VALIDADO (CPFCAD.DAT)
      *    2.2                /  /            CONTATOS DO ALUNO: FONES,
      *                                       E-MAIL E EMERGENCIA
      *                                       (CONTALU.DAT)

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-nome-work
                         FILE STATUS status-work.

           SELECT contcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cont
                         FILE STATUS status-cont.

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

       WORKING-STORAGE SECTION.
       01 status-cpf               PIC X(02) value spaces.
       01 ws-cpf                   PIC 9(11) value zeros.
       01 ws-idade                 PIC 9(03) value zeros.
       01 ws-mmdd-hoje             PIC 9(04) value zeros.
       01 ws-mmdd-nasc             PIC 9(04) value zeros.
       01 status-cont              PIC X(02) value spaces.
       01 ws-ind-cont              PIC 9(01) value zeros.
       01 ws-tem-fone              PIC X(01) value 'N'.
       01 ws-tem-cel               PIC X(01) value 'N'.
       01 ws-arroba                PIC 9(02) value zeros.
       01 linha-branco-cont        PIC X(73) value spaces.

       SCREEN SECTION.
       01  tela-cadastra.
                 CHAIN 'FACAD.EXE '
              ELSE
                 PERFORM 9700-indice-inclui THRU 9790-fim-indice
                 PERFORM 9740-contatos THRU 9749-fim-contatos
                 PERFORM 9750-verifica-menor THRU 9759-fim-menor
                 PERFORM 9760-amarra-versao THRU 9769-fim-versao
                 PERFORM 9770-emite-pin THRU 9779-fim-pin

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
           MOVE spaces TO reg-contalu
           MOVE cod-aluno TO cod-aluno-cont
           MOVE cod-curso TO cod-curso-cont
           MOVE ZEROS TO num-fone-cont (1) num-fone-cont (2)
                         num-fone-cont (3) emerg-fone-cont
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
           ACCEPT (17 10) tipo-fone-cont (1) with prompt AUTO-SKIP
           ACCEPT (17 13) num-fone-cont (1) with prompt AUTO-SKIP
           ACCEPT (17 33) tipo-fone-cont (2) with prompt AUTO-SKIP
           ACCEPT (17 36) num-fone-cont (2) with prompt AUTO-SKIP
           ACCEPT (17 56) tipo-fone-cont (3) with prompt AUTO-SKIP
           ACCEPT (17 59) num-fone-cont (3) with prompt AUTO-SKIP
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
           ACCEPT (18 11) email-cont with prompt AUTO-SKIP
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
           ACCEPT (18 61) canal-cont with prompt AUTO-SKIP
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
           ACCEPT (19 15) emerg-nome-cont with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           ACCEPT ws-retorno FROM ESCAPE KEY
           IF ESC
              GO TO 9744-canal.
           ACCEPT (19 53) emerg-fone-cont with prompt AUTO-SKIP
           ACCEPT (20 15) emerg-parent-cont with prompt AUTO-SKIP
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

      * ALUNO MENOR DE IDADE EXIGE RESPONSAVEL FINANCEIRO - A FICHA
      * E COLHIDA AQUI MESMO E GRAVADA EM RESPFIN.DAT (VER CADRESP)
       9750-verifica-menor.

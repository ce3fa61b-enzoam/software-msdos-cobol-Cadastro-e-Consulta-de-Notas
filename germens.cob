      *    1.7                /  /            PARTE DA EMPRESA DO
      *                                       CONVENIO DESTACADA EM
      *                                       CONVFAT.DAT (CADCONV)
      *    1.8                /  /            PROUNI E FIES (BENEF.DAT/
      *                                       CADBENEF): ALUNO PAGA SO
      *                                       A PARTE DELE, PARTE FIES
      *                                       EM REPASSE.DAT
      *    1.9                /  /            CURSO NAO PRONTO PARA O
      *                                       ANO (VER PRONTANO) SO
      *                                       GERA COM SENHA DE
      *                                       SUPERVISOR

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-cfat
                         FILE STATUS status-cfat.

           SELECT benefcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-ben
                         FILE STATUS status-ben.

           SELECT repcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-rep
                         FILE STATUS status-rep.

           SELECT precocad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-preco
                         FILE STATUS status-prec.

           SELECT discicad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-dis
                         FILE STATUS status-dis.

           SELECT parmcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-parm
                         FILE STATUS status-parm.

           SELECT calcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cal
                         FILE STATUS status-cal.

           SELECT matcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-mat
                         FILE STATUS status-mat.

           SELECT turmacad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-tur
                         FILE STATUS status-tur.

           SELECT horcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-hor
                         FILE STATUS status-hor.

           SELECT opermst ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-oper
                         FILE STATUS status-mst.

           SELECT impressora ASSIGN TO PRINTER.

           SELECT controle ASSIGN TO DISK
           05 recibo-cfat          PIC 9(06).
           05 FILLER               PIC X(06).

       FD benefcad
           LABEL record STANDARD
           value OF FILE-ID 'BENEF.DAT'
           record contains 60 characteres.

       01 reg-benef.
           05 chave-ben.
              10 cod-aluno-ben     PIC 9(06).
              10 cod-curso-ben     PIC 9(06).
              10 prog-ben          PIC X(01).
           05 perc-ben             PIC 9(03)v99.
           05 contrato-ben         PIC X(20).
           05 ini-ben              PIC 9(06).
           05 fim-ben              PIC 9(06).
           05 data-cad-ben         PIC 9(08).
           05 FILLER               PIC X(02).

       FD repcad
           LABEL record STANDARD
           value OF FILE-ID 'REPASSE.DAT'
           record contains 50 characteres.

       01 reg-repasse.
           05 chave-rep.
              10 cod-aluno-rep     PIC 9(06).
              10 cod-curso-rep     PIC 9(06).
              10 ano-rep           PIC 9(04).
              10 mes-rep           PIC 9(02).
           05 valor-rep            PIC 9(05)v99.
           05 sit-rep              PIC X(01).
              88 rep-aberto        VALUE 'A'.
              88 rep-pago          VALUE 'P'.
           05 data-pgto-rep        PIC 9(08).
           05 valor-pago-rep       PIC 9(05)v99.
           05 FILLER               PIC X(09).

       FD precocad
           LABEL record STANDARD
           value OF FILE-ID 'PRECOS.DAT'
           05 data-cad-prec        PIC 9(08).
           05 FILLER               PIC X(02).

       FD discicad
           LABEL record STANDARD
           value OF FILE-ID 'DISCI.DAT'
           record contains 77 characteres.

       01 reg-caddisci.
           05 chave-dis.
              10 cod-curso-dis     PIC 9(02).
              10 cod-disciplina    PIC 9(04).
              10 ano-disci         PIC 9(04).
           05 nome-disciplina      PIC X(35).
           05 qtde-aulas-dis       PIC 9(03).
           05 carga-dis            PIC 9(04).
           05 professor-dis        PIC X(25).

       FD parmcad
           LABEL record STANDARD
           value OF FILE-ID 'PARMAPRV.DAT'
           record contains 20 characteres.

       01 reg-parmaprv.
           05 chave-parm.
              10 curso-parm        PIC 9(02).
              10 ano-parm          PIC 9(04).
           05 media-min-aprv       PIC 99v9.
           05 freq-min-aprv        PIC 9(03).
           05 nota-honra-aprv      PIC 99v9.
           05 limite-dep           PIC 9(01).
           05 cr-min-aprv          PIC 99v9.
           05 limite-prova-aprv    PIC 9(01).

       FD calcad
           LABEL record STANDARD
           value OF FILE-ID 'CALACAD.DAT'
           record contains 60 characteres.

       01 reg-calacad.
           05 chave-cal.
              10 ano-cal           PIC 9(04).
           05 ini-letivo-cal       PIC 9(08).
           05 fim-letivo-cal       PIC 9(08).
           05 recesso-ini-cal      PIC 9(08).
           05 recesso-fim-cal      PIC 9(08).
           05 provas-ini-cal       PIC 9(08).
           05 provas-fim-cal       PIC 9(08).
           05 FILLER               PIC X(08).

       FD matcad
           LABEL record STANDARD
           value OF FILE-ID 'MATRIC.DAT'
           record contains 80 characteres.

       01 reg-matric.
           05 chave-mat.
              10 ano-mat           PIC 9(04).
              10 cod-curso-mat     PIC 9(02).
              10 cod-disci-mat     PIC 9(04).
              10 cod-aluno-mat     PIC 9(06).
           05 nome-aluno-mat       PIC X(40).
           05 data-matricula       PIC 9(08).
           05 sit-mat              PIC X(01).
              88 mat-cancelada     VALUE 'C'.
           05 data-canc-mat        PIC 9(08).
           05 motivo-canc-mat      PIC X(01).
           05 turma-mat            PIC X(01).
           05 tipo-mat             PIC X(01).
           05 FILLER               PIC X(04).

       FD turmacad
           LABEL record STANDARD
           value OF FILE-ID 'TURMA.DAT'
           record contains 40 characteres.

       01 reg-turmas.
           05 chave-tur.
              10 cod-curso-tur     PIC 9(02).
              10 cod-disci-tur     PIC 9(04).
              10 ano-tur           PIC 9(04).
              10 turma-tur         PIC X(01).
           05 professor-tur        PIC X(25).
           05 FILLER               PIC X(04).

       FD horcad
           LABEL record STANDARD
           value OF FILE-ID 'HORARIO.DAT'
           record contains 24 characteres.

       01 reg-cadhor.
           05 chave-hor.
              10 cod-curso-hor     PIC 9(02).
              10 dia-sem-hor       PIC 9(01).
              10 hora-ini-hor      PIC 9(04).
              10 turma-hor         PIC X(01).
           05 cod-disciplina-hor   PIC 9(04).
           05 ano-hor              PIC 9(04).
           05 hora-fim-hor         PIC 9(04).
           05 cod-sala-hor         PIC 9(03).
           05 FILLER               PIC X(01).

       FD opermst
           LABEL record STANDARD
           value OF FILE-ID 'OPERMST.DAT'
           record contains 50 characteres.

       01 reg-opermst.
           05 chave-oper.
              10 cod-oper          PIC X(10).
           05 senha-oper           PIC 9(06).
           05 nome-oper            PIC X(30).
           05 nivel-oper           PIC 9(01).
           05 situacao-oper        PIC X(01).
              88 oper-ativo        VALUE 'A'.
              88 oper-inativo      VALUE 'I'.
           05 FILLER               PIC X(02).

       FD impressora
           LABEL record OMITTED.

       01 ws-sem-convenio          PIC X(01) value 'N'.
       01 ws-comp-conv             PIC 9(06) value zeros.
       01 ws-parte-emp             PIC 9(05)v99 value zeros.
       01 status-ben               PIC X(02) value spaces.
       01 status-rep               PIC X(02) value spaces.
       01 ws-sem-benef             PIC X(01) value 'N'.
       01 ws-comp-ben              PIC 9(06) value zeros.
       01 ws-parte-ben             PIC 9(05)v99 value zeros.
       01 status-dis               PIC X(02) value spaces.
       01 status-parm              PIC X(02) value spaces.
       01 status-cal               PIC X(02) value spaces.
       01 status-mat               PIC X(02) value spaces.
       01 status-tur               PIC X(02) value spaces.
       01 status-hor               PIC X(02) value spaces.
       01 status-mst               PIC X(02) value spaces.
       01 ws-sem-dis               PIC X(01) value 'N'.
       01 ws-sem-parm              PIC X(01) value 'N'.
       01 ws-sem-cal               PIC X(01) value 'N'.
       01 ws-sem-mat               PIC X(01) value 'N'.
       01 ws-sem-tur               PIC X(01) value 'N'.
       01 ws-sem-hor               PIC X(01) value 'N'.
       01 ws-sup-ok                PIC X(01) value 'N'.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-senha                 PIC 9(06) value zeros.
       01 ws-recusa                PIC X(01) value 'N'.
       01 ws-idx-cur               PIC 9(03) value zeros.
       01 cont-nao-pronto          PIC 9(05) value zeros.
       01 qtd-nao-pronto           PIC 9(03) value zeros.

      * CURSOS NAO PRONTOS PARA O ANO - POSICAO = CODIGO DO CURSO + 1
       01 tab-pronto.
           05 pronto-curso         PIC X(01) OCCURS 100 TIMES.
       01 ws-lista-cursos.
           05 lista-curso          OCCURS 20 TIMES.
              10 cod-lista         PIC 9(02).
              10 FILLER            PIC X(01).

      * CONFERENCIA DE PRONTIDAO DO CURSO PARA O ANO (7000)
       01 ano-pront                PIC 9(04) value zeros.
       01 curso-pront              PIC 9(02) value zeros.
       01 falta-preco              PIC X(01) value 'N'.
       01 falta-parm               PIC X(01) value 'N'.
       01 falta-cal                PIC X(01) value 'N'.
       01 qtd-disc-ano             PIC 9(04) value zeros.
       01 qtd-disc-mat             PIC 9(04) value zeros.
       01 qtd-sem-dis              PIC 9(04) value zeros.
       01 qtd-sem-tur              PIC 9(04) value zeros.
       01 qtd-sem-hor              PIC 9(04) value zeros.
       01 qtd-dis-prob             PIC 9(04) value zeros.
       01 qtd-falta                PIC 9(04) value zeros.
       01 ws-disci-ant             PIC 9(04) value zeros.
       01 ws-tem-dis               PIC X(01) value 'N'.
       01 ws-tem-tur               PIC X(01) value 'N'.
       01 ws-tem-hor               PIC X(01) value 'N'.

       01 ws-resp                  PIC X.
       01 ws-ano-ger               PIC 9(04) value zeros.
              'ALUNOS S/ CURSO....:'.
           05 scur-tot4            PIC ZZ.ZZ9.

       01 tot5.
           05 FILLER               PIC X(20) value
              'ALUNOS C/ CURSO NAO'.
           05 FILLER               PIC X(20) value
              'PRONTO (RECUSADOS).:'.
           05 npr-tot5             PIC ZZ.ZZ9.

       01 tot6.
           05 FILLER               PIC X(20) value
              'CURSOS NAO PRONTOS.:'.
           05 qtd-tot6             PIC ZZ9.
           05 FILLER               PIC X(02) value spaces.
           05 lib-tot6             PIC X(15).
           05 oper-tot6            PIC X(10).

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT alucad
                 CLOSE convfat
                 OPEN I-O convfat.

       0197-openbenef.
           OPEN INPUT benefcad
           IF status-ben NOT = '00'
              MOVE 'S' TO ws-sem-benef.
           IF ws-sem-benef = 'N'
              OPEN I-O repcad
              IF status-rep NOT = '00'
                 OPEN OUTPUT repcad
                 CLOSE repcad
                 OPEN I-O repcad.

       0198-openprecos.
           OPEN INPUT precocad
           IF status-prec NOT = '00'
              MOVE 'S' TO ws-sem-precos.

       0199-openprontidao.
           OPEN INPUT discicad
           IF status-dis NOT = '00'
              MOVE 'S' TO ws-sem-dis.
           OPEN INPUT parmcad
           IF status-parm NOT = '00'
              MOVE 'S' TO ws-sem-parm.
           OPEN INPUT calcad
           IF status-cal NOT = '00'
              MOVE 'S' TO ws-sem-cal.
           OPEN INPUT matcad
           IF status-mat NOT = '00'
              MOVE 'S' TO ws-sem-mat.
           OPEN INPUT turmacad
           IF status-tur NOT = '00'
              MOVE 'S' TO ws-sem-tur.
           OPEN INPUT horcad
           IF status-hor NOT = '00'
              MOVE 'S' TO ws-sem-hor.

       0200-pede-ano.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
                 CLOSE convcad
                       convfat.
           IF ws-resp = 'N' or 'n'
              IF ws-sem-benef NOT = 'S'
                 CLOSE benefcad
                       repcad.
           IF ws-resp = 'N' or 'n'
              PERFORM 0990-fecha-prontidao
              CLOSE alucad
                    curcad
                    menscad
              DISPLAY (22 20) 'RESPOSTA INVALIDA'
              GO TO 0220-confirma.

      * CURSO NAO PRONTO PARA O ANO (PRECO, CRITERIOS, CALENDARIO,
      * DISCIPLINAS, TURMA E HORARIO - VER PRONTANO) NAO GERA SEM
      * SENHA DE SUPERVISOR: OS ALUNOS DELE FICAM DE FORA
       0230-prontidao.
           MOVE ZEROS TO qtd-nao-pronto
           MOVE spaces TO tab-pronto ws-lista-cursos
           MOVE ws-ano-ger TO ano-pront
           MOVE ZEROS TO chave-curso
           START curcad KEY NOT LESS THAN chave-curso INVALID KEY
              GO TO 0240-libera.

       0232-le-curso.
           READ curcad NEXT
           IF statcur-arq NOT = '00'
              GO TO 0240-libera.
           IF codcurso > 99
              GO TO 0232-le-curso.
           MOVE codcurso TO curso-pront
           PERFORM 7000-prontidao THRU 7099-fim-prontidao
           IF qtd-falta = ZEROS
              GO TO 0232-le-curso.
           MOVE codcurso TO ws-idx-cur
           ADD 1 TO ws-idx-cur
           MOVE 'N' TO pronto-curso (ws-idx-cur)
           ADD 1 TO qtd-nao-pronto
           IF qtd-nao-pronto < 21
              MOVE codcurso TO cod-lista (qtd-nao-pronto).
           GO TO 0232-le-curso.

       0240-libera.
           MOVE 'N' TO ws-sup-ok
           IF qtd-nao-pronto = ZEROS
              GO TO 0250-abre-relatorio.
           DISPLAY (12 07)
             'CURSOS NAO PRONTOS PARA O ANO (VER PRONTANO)'
           DISPLAY (12 53) qtd-nao-pronto
           DISPLAY (13 07) ws-lista-cursos
           DISPLAY (15 07) 'SO GERAM COM SENHA DE SUPERVISOR'
           PERFORM 9600-valida-supervisor THRU 9699-fim-sup
           IF ws-sup-ok = 'S'
              DISPLAY (16 07) 'LIBERADOS PELO SUPERVISOR'
           ELSE
              DISPLAY (16 07) 'NAO LIBERADOS - ALUNOS DESSES CURSOS'
              DISPLAY (16 44) 'FICAM DE FORA'.
           STOP ' '.

       0250-abre-relatorio.
           OPEN OUTPUT impressora
           MOVE ws-ano-ger TO ano-cab2
              ADD 1 TO cont-sem-curso
              GO TO 0300-le-aluno.

           PERFORM 0340-curso-pronto THRU 0349-fim-pronto
           IF ws-recusa = 'S'
              ADD 1 TO cont-nao-pronto
              GO TO 0300-le-aluno.

           PERFORM 0350-preco-do-ano THRU 0359-fim-preco
           MOVE ZEROS TO ger-aluno exi-aluno
           MOVE ws-valor-ano TO ws-valor-bruto
           ADD 1 TO contlin
           GO TO 0300-le-aluno.

       0340-curso-pronto.
           MOVE 'N' TO ws-recusa
           IF ws-sup-ok = 'S' OR cod-curso > 99
              GO TO 0349-fim-pronto.
           MOVE cod-curso TO ws-idx-cur
           ADD 1 TO ws-idx-cur
           IF pronto-curso (ws-idx-cur) = 'N'
              MOVE 'S' TO ws-recusa.

       0349-fim-pronto. EXIT.

      * PRECO DO ANO LETIVO NA TABELA, COM RECUO AO VALOR DO CURSO
       0350-preco-do-ano.
           MOVE mensalidade TO ws-valor-ano
           READ menscad INVALID KEY
              MOVE ws-valor-ano TO valor-mensal
              PERFORM 0450-aplica-bolsa THRU 0459-fim-bolsa
              PERFORM 0470-aplica-beneficio THRU 0479-fim-beneficio
              PERFORM 0460-aplica-convenio THRU 0469-fim-convenio
              MOVE 10          TO dia-venc
              MOVE ws-mes-ger  TO mes-venc
           WRITE reg-impressora FROM tot2 AFTER 1
           WRITE reg-impressora FROM tot3 AFTER 1
           WRITE reg-impressora FROM tot4 AFTER 1
           MOVE cont-nao-pronto TO npr-tot5
           WRITE reg-impressora FROM tot5 AFTER 1
           IF qtd-nao-pronto NOT = ZEROS
              MOVE qtd-nao-pronto TO qtd-tot6
              MOVE 'RECUSADOS' TO lib-tot6
              MOVE spaces TO oper-tot6
              IF ws-sup-ok = 'S'
                 MOVE 'LIBERADOS POR' TO lib-tot6
                 MOVE ws-operador TO oper-tot6.
           IF qtd-nao-pronto NOT = ZEROS
              WRITE reg-impressora FROM tot6 AFTER 1.
           IF ws-sem-bolsa NOT = 'S'
              CLOSE bolsacad.
           IF ws-sem-convenio NOT = 'S'
                    convfat.
           IF ws-sem-precos NOT = 'S'
              CLOSE precocad.
           IF ws-sem-benef NOT = 'S'
              CLOSE benefcad
                    repcad.
           PERFORM 0990-fecha-prontidao
           CLOSE alucad
                 curcad
                 menscad
           MOVE cont-alunos TO lidos-ctrl
           MOVE cont-geradas TO gravados-ctrl
           MOVE cont-sem-curso TO rejeitados-ctrl
           ADD cont-nao-pronto TO rejeitados-ctrl
           MOVE tot-valor-ger TO valor-ctrl
           MOVE ws-abertura TO abertura-ctrl
           MOVE ws-abertura TO fecho-ctrl
              CONTINUE.

       0469-fim-convenio. EXIT.

      * PROUNI SAI DA MENSALIDADE COMO BOLSA (SOBRE O BRUTO); FIES
      * FINANCIA A PARTE DO QUE SOBRA PARA O ALUNO E VIRA PARCELA A
      * RECEBER DO GOVERNO EM REPASSE.DAT (VER RETREP)
       0470-aplica-beneficio.
           IF ws-sem-benef = 'S'
              GO TO 0479-fim-beneficio.
           MOVE ano-mensal TO ws-comp-ben
           MULTIPLY 100 BY ws-comp-ben
           ADD mes-mensal TO ws-comp-ben
           MOVE cod-aluno-mensal TO cod-aluno-ben
           MOVE cod-curso-mensal TO cod-curso-ben
           MOVE 'P' TO prog-ben
           READ benefcad INVALID KEY
              GO TO 0475-fies.
           IF ws-comp-ben < ini-ben OR ws-comp-ben > fim-ben
              GO TO 0475-fies.
           MULTIPLY ws-valor-bruto BY perc-ben
              GIVING ws-parte-ben ROUNDED
           DIVIDE 100 INTO ws-parte-ben ROUNDED
           IF ws-parte-ben > valor-mensal
              MOVE valor-mensal TO ws-parte-ben.
           SUBTRACT ws-parte-ben FROM valor-mensal.

       0475-fies.
           MOVE cod-aluno-mensal TO cod-aluno-ben
           MOVE cod-curso-mensal TO cod-curso-ben
           MOVE 'F' TO prog-ben
           READ benefcad INVALID KEY
              GO TO 0479-fim-beneficio.
           IF ws-comp-ben < ini-ben OR ws-comp-ben > fim-ben
              GO TO 0479-fim-beneficio.
           MULTIPLY valor-mensal BY perc-ben
              GIVING ws-parte-ben ROUNDED
           DIVIDE 100 INTO ws-parte-ben ROUNDED
           IF ws-parte-ben = ZEROS
              GO TO 0479-fim-beneficio.
           SUBTRACT ws-parte-ben FROM valor-mensal
           MOVE cod-aluno-mensal TO cod-aluno-rep
           MOVE cod-curso-mensal TO cod-curso-rep
           MOVE ano-mensal TO ano-rep
           MOVE mes-mensal TO mes-rep
           MOVE ws-parte-ben TO valor-rep
           MOVE 'A' TO sit-rep
           MOVE ZEROS TO data-pgto-rep valor-pago-rep
           WRITE reg-repasse INVALID KEY
              CONTINUE.

       0479-fim-beneficio. EXIT.

       0990-fecha-prontidao.
           IF ws-sem-dis NOT = 'S'
              CLOSE discicad.
           IF ws-sem-parm NOT = 'S'
              CLOSE parmcad.
           IF ws-sem-cal NOT = 'S'
              CLOSE calcad.
           IF ws-sem-mat NOT = 'S'
              CLOSE matcad.
           IF ws-sem-tur NOT = 'S'
              CLOSE turmacad.
           IF ws-sem-hor NOT = 'S'
              CLOSE horcad.

      * PRONTIDAO DO CURSO PARA O ANO LETIVO - O QUE O CURSO PRECISA
      * TER CADASTRADO PARA RODAR O ANO: PRECO (PRECOS.DAT), CRITERIOS
      * DE APROVACAO DO ANO (PARMAPRV.DAT, SEM RECUO AO GERAL),
      * CALENDARIO PREENCHIDO (CALACAD.DAT), DISCIPLINAS DO ANO
      * (DISCI.DAT) E, PARA CADA DISCIPLINA COM MATRICULA NAO
      * CANCELADA, O CADASTRO NO ANO, A TURMA E O HORARIO.
      * SEM FALTA NENHUMA = CURSO PRONTO. MESMA CONFERENCIA DO
      * PRONTANO, QUE IMPRIME A LISTA DO QUE FALTA
       7000-prontidao.
           MOVE ZEROS TO qtd-disc-ano qtd-disc-mat qtd-sem-dis
                         qtd-sem-tur qtd-sem-hor qtd-dis-prob
                         qtd-falta
           MOVE 'S' TO falta-preco
           IF ws-sem-precos = 'S'
              GO TO 7010-parm.
           MOVE curso-pront TO cod-curso-prec
           MOVE ano-pront TO ano-prec
           READ precocad INVALID KEY
              GO TO 7010-parm.
           MOVE 'N' TO falta-preco.

       7010-parm.
           MOVE 'S' TO falta-parm
           IF ws-sem-parm = 'S'
              GO TO 7020-calendario.
           MOVE curso-pront TO curso-parm
           MOVE ano-pront TO ano-parm
           READ parmcad INVALID KEY
              GO TO 7020-calendario.
           MOVE 'N' TO falta-parm.

       7020-calendario.
           MOVE 'S' TO falta-cal
           IF ws-sem-cal = 'S'
              GO TO 7030-disciplinas.
           MOVE ano-pront TO ano-cal
           READ calcad INVALID KEY
              GO TO 7030-disciplinas.
           IF ini-letivo-cal NOT = ZEROS
              AND fim-letivo-cal NOT = ZEROS
              MOVE 'N' TO falta-cal.

       7030-disciplinas.
           IF ws-sem-dis = 'S'
              GO TO 7050-matriculas.
           MOVE curso-pront TO cod-curso-dis
           MOVE ZEROS TO cod-disciplina ano-disci
           START discicad KEY NOT LESS THAN chave-dis INVALID KEY
              GO TO 7050-matriculas.

       7040-le-disci.
           READ discicad NEXT
           IF status-dis NOT = '00'
              GO TO 7050-matriculas.
           IF cod-curso-dis NOT = curso-pront
              GO TO 7050-matriculas.
           IF ano-disci = ano-pront
              ADD 1 TO qtd-disc-ano.
           GO TO 7040-le-disci.

       7050-matriculas.
           MOVE ZEROS TO ws-disci-ant
           IF ws-sem-mat = 'S'
              GO TO 7090-conta.
           MOVE ano-pront TO ano-mat
           MOVE curso-pront TO cod-curso-mat
           MOVE ZEROS TO cod-disci-mat cod-aluno-mat
           START matcad KEY NOT LESS THAN chave-mat INVALID KEY
              GO TO 7090-conta.

       7060-le-matric.
           READ matcad NEXT
           IF status-mat NOT = '00'
              GO TO 7090-conta.
           IF ano-mat NOT = ano-pront
              OR cod-curso-mat NOT = curso-pront
              GO TO 7090-conta.
           IF mat-cancelada
              GO TO 7060-le-matric.
           IF cod-disci-mat = ws-disci-ant
              GO TO 7060-le-matric.
           MOVE cod-disci-mat TO ws-disci-ant
           ADD 1 TO qtd-disc-mat
           PERFORM 7100-confere-disci THRU 7199-fim-confere-disci
           GO TO 7060-le-matric.

       7090-conta.
           IF falta-preco = 'S'
              ADD 1 TO qtd-falta.
           IF falta-parm = 'S'
              ADD 1 TO qtd-falta.
           IF falta-cal = 'S'
              ADD 1 TO qtd-falta.
           IF qtd-disc-ano = ZEROS
              ADD 1 TO qtd-falta.
           ADD qtd-dis-prob TO qtd-falta.

       7099-fim-prontidao. EXIT.

      * DISCIPLINA COM MATRICULA: PRECISA DO CADASTRO NO ANO, DE
      * TURMA E DE HORARIO
       7100-confere-disci.
           MOVE 'N' TO ws-tem-dis ws-tem-tur ws-tem-hor
           IF ws-sem-dis = 'S'
              GO TO 7110-turma.
           MOVE curso-pront TO cod-curso-dis
           MOVE ws-disci-ant TO cod-disciplina
           MOVE ano-pront TO ano-disci
           READ discicad INVALID KEY
              GO TO 7110-turma.
           MOVE 'S' TO ws-tem-dis.

       7110-turma.
           IF ws-sem-tur = 'S'
              GO TO 7120-horario.
           MOVE curso-pront TO cod-curso-tur
           MOVE ws-disci-ant TO cod-disci-tur
           MOVE ano-pront TO ano-tur
           MOVE spaces TO turma-tur
           START turmacad KEY NOT LESS THAN chave-tur INVALID KEY
              GO TO 7120-horario.
           READ turmacad NEXT
           IF status-tur NOT = '00'
              GO TO 7120-horario.
           IF cod-curso-tur = curso-pront
              AND cod-disci-tur = ws-disci-ant
              AND ano-tur = ano-pront
              MOVE 'S' TO ws-tem-tur.

       7120-horario.
           IF ws-sem-hor = 'S'
              GO TO 7190-anota.
           MOVE curso-pront TO cod-curso-hor
           MOVE ZEROS TO dia-sem-hor hora-ini-hor
           MOVE spaces TO turma-hor
           START horcad KEY NOT LESS THAN chave-hor INVALID KEY
              GO TO 7190-anota.

       7130-le-horario.
           READ horcad NEXT
           IF status-hor NOT = '00'
              GO TO 7190-anota.
           IF cod-curso-hor NOT = curso-pront
              GO TO 7190-anota.
           IF cod-disciplina-hor NOT = ws-disci-ant
              OR ano-hor NOT = ano-pront
              GO TO 7130-le-horario.
           MOVE 'S' TO ws-tem-hor.

       7190-anota.
           IF ws-tem-dis = 'N'
              ADD 1 TO qtd-sem-dis.
           IF ws-tem-tur = 'N'
              ADD 1 TO qtd-sem-tur.
           IF ws-tem-hor = 'N'
              ADD 1 TO qtd-sem-hor.
           IF ws-tem-dis = 'S' AND ws-tem-tur = 'S'
              AND ws-tem-hor = 'S'
              GO TO 7199-fim-confere-disci.
           ADD 1 TO qtd-dis-prob.

       7199-fim-confere-disci. EXIT.

       9600-valida-supervisor.
           MOVE 'N' TO ws-sup-ok
           OPEN INPUT opermst
           IF status-mst NOT = '00'
              DISPLAY (22 14)
                'SEM CADASTRO DE OPERADORES - CADASTRE NO CADOPER'
              GO TO 9699-fim-sup.
           DISPLAY (20 07) 'SUPERVISOR [          ] SENHA [      ]'
           ACCEPT (20 19) ws-operador with prompt AUTO-SKIP
           ACCEPT (20 38) ws-senha with prompt AUTO-SKIP
           DISPLAY (20 07)
             '                                         '
           MOVE ws-operador TO cod-oper
           READ opermst INVALID KEY
              CLOSE opermst
              GO TO 9699-fim-sup.
           IF nivel-oper = 3 AND oper-ativo
              AND senha-oper = ws-senha
              MOVE 'S' TO ws-sup-ok.
           CLOSE opermst.

       9699-fim-sup. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID RELORC-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :ORCADO X REALIZADO - PARA UMA COMPETENCIA,
      *                      POR CURSO, A META DE ORCREC.DAT (CADORC)
      *                      AO LADO DO RECEBIDO APURADO COMO NO
      *                      RELARREC (MENSALIDADES PAGAS DA
      *                      COMPETENCIA, SEM PARCELAS DE ACORDO), COM
      *                      A DIFERENCA EM VALOR E PERCENTUAL E A
      *                      MARCA DOS CURSOS ABAIXO DA META ALEM DO
      *                      PERCENTUAL INFORMADO
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT curcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-curso
                         FILE STATUS statcur-arq.

           SELECT menscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT orccad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-orc
                         FILE STATUS status-orc.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.

       FILE SECTION.

       FD curcad
           LABEL record STANDARD
           value OF FILE-ID 'curso.dat'
           record contains 52 characteres.

       01 regoarq.
           05 chave-curso.
              10 codcurso          PIC 9(06).
           05 descricao            PIC X(40).
           05 mensalidade          PIC 9(04)v99.

       FD menscad
           LABEL record STANDARD
           value OF FILE-ID 'mensal.dat'
           record contains 80 characteres.

       01 reg-mensal.
           05 chave-mensal.
              10 cod-aluno-mensal  PIC 9(06).
              10 cod-curso-mensal  PIC 9(06).
              10 ano-mensal        PIC 9(04).
              10 mes-mensal        PIC 9(02).
           05 valor-mensal         PIC 9(04)v99.
           05 vencimento-mensal.
              10 dia-venc          PIC 9(02).
              10 mes-venc          PIC 9(02).
              10 ano-venc          PIC 9(04).
           05 data-pgto.
              10 dia-pgto          PIC 9(02).
              10 mes-pgto          PIC 9(02).
              10 ano-pgto          PIC 9(04).
           05 status-pgto          PIC X(01).
              88 pgto-pago         VALUE 'P'.
              88 pgto-aberto       VALUE 'A'.
           05 valor-pago           PIC 9(05)v99.
           05 operador-pgto        PIC X(10).
           05 recibo-pgto          PIC 9(06).
           05 forma-pgto           PIC X(01).
           05 nosso-numero         PIC 9(10).
           05 FILLER               PIC X(05).

       FD orccad
           LABEL record STANDARD
           value OF FILE-ID 'ORCREC.DAT'
           record contains 40 characteres.

       01 reg-orcrec.
           05 chave-orc.
              10 ano-orc           PIC 9(04).
              10 curso-orc         PIC 9(06).
              10 mes-orc           PIC 9(02).
           05 valor-orc            PIC 9(09)v99.
           05 data-alt-orc         PIC 9(08).
           05 FILLER               PIC X(09).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 statcur-arq              PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-orc               PIC X(02) value spaces.
       01 ws-resp                  PIC X.
       01 ws-ano-rel               PIC 9(04) value zeros.
       01 ws-mes-rel               PIC 9(02) value zeros.
       01 ws-limite                PIC 9(02)v9 value 10.
       01 ws-valor-rec             PIC 9(05)v99 value zeros.
       01 ws-curso-busca           PIC 9(06) value zeros.
       01 idx-cur                  PIC 9(03) value zeros.
       01 qtd-cur                  PIC 9(03) value zeros.
       01 tab-cursos.
           05 cur-tab OCCURS 200 TIMES.
              10 cod-cur-tab       PIC 9(06).
              10 orc-cur-tab       PIC 9(09)v99.
              10 rec-cur-tab       PIC 9(09)v99.
              10 tem-orc-tab       PIC X(01).
       01 tot-orc                  PIC 9(11)v99 value zeros.
       01 tot-rec                  PIC 9(11)v99 value zeros.
       01 ws-diferenca             PIC S9(11)v99 value zeros.
       01 ws-perc                  PIC S9(05)v99 value zeros.
       01 ws-limite-neg            PIC S9(05)v99 value zeros.
       01 qtd-abaixo               PIC 9(03) value zeros.
       01 contpag                  PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value 99.

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
           05 FILLER               PIC X(37) value
              'ORCADO X REALIZADO - RECEITA'.
           05 FILLER               PIC X(04) value 'PAG.'.
           05 pag-cab1             PIC ZZ.ZZ9.

       01 cab2.
           05 FILLER               PIC X(14) value 'COMPETENCIA.: '.
           05 mes-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-cab2             PIC 9(04).
           05 FILLER               PIC X(25) value
              '   MARCA ABAIXO DE -'.
           05 limite-cab2          PIC Z9,9.
           05 FILLER               PIC X(02) value ' %'.

       01 cab3.
           05 FILLER               PIC X(22) value 'CURSO  NOME'.
           05 FILLER               PIC X(14) value '       ORCADO'.
           05 FILLER               PIC X(14) value '    REALIZADO'.
           05 FILLER               PIC X(15) value '     DIFERENCA'.
           05 FILLER               PIC X(08) value '      %'.

       01 det1.
           05 cur-det1             PIC 9(06).
           05 FILLER               PIC X(01) value spaces.
           05 nome-det1            PIC X(14).
           05 FILLER               PIC X(01) value spaces.
           05 orc-det1             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 rec-det1             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 dif-det1             PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) value spaces.
           05 perc-det1            PIC ZZ9,99-.
           05 perc-det1-x REDEFINES perc-det1 PIC X(07).
           05 FILLER               PIC X(01) value spaces.
           05 marca-det1           PIC X(06).

       01 tot1.
           05 FILLER               PIC X(22) value 'TOTAL'.
           05 orc-tot1             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 rec-tot1             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 dif-tot1             PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) value spaces.
           05 perc-tot1            PIC ZZ9,99-.

       01 tot2.
           05 FILLER               PIC X(32) value
              'CURSOS ABAIXO DA META (*****).: '.
           05 abaixo-tot2          PIC ZZ9.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT menscad
           IF status-mens NOT = '00'
              DISPLAY (12 30) '[MENSAL.DAT INEXISTENTE]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT orccad
           IF status-orc NOT = '00'
              DISPLAY (12 30) '[ORCREC.DAT INEXISTENTE - CADORC]'
              CLOSE menscad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT curcad
           IF statcur-arq NOT = '00'
              DISPLAY (12 30) '[CURSO.DAT INEXISTENTE]'
              CLOSE menscad
                    orccad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELORC'
           DISPLAY (02 26) 'ORCADO X REALIZADO - RECEITA'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (06 07) 'COMPETENCIA - MES [  ]  ANO [    ]'
           DISPLAY (08 07) 'MARCAR CURSOS ABAIXO DA META EM MAIS DE'
           DISPLAY (08 47) '[    ] %'.

       0250-competencia.
           ACCEPT (06 26) ws-mes-rel with prompt AUTO-SKIP
           IF ws-mes-rel = ZEROS
              GO TO 0900-fim.
           ACCEPT (06 36) ws-ano-rel with prompt AUTO-SKIP
           IF ws-mes-rel > 12 OR ws-ano-rel < 1997
              DISPLAY (22 20) 'COMPETENCIA INVALIDA'
              GO TO 0250-competencia.
           DISPLAY (22 20) '                    '
           ACCEPT (08 48) ws-limite with UPDATE AUTO-SKIP
           MOVE ZEROS TO ws-limite-neg
           SUBTRACT ws-limite FROM ws-limite-neg.

       0300-acumula.
           MOVE ZEROS TO qtd-cur tot-orc tot-rec qtd-abaixo contpag
           MOVE 99 TO contlin
           MOVE ws-ano-rel TO ano-orc
           MOVE ZEROS TO curso-orc mes-orc
           START orccad KEY NOT LESS chave-orc INVALID KEY
              GO TO 0350-mensal.

       0310-le-orc.
           READ orccad NEXT
           IF status-orc NOT = '00'
              GO TO 0350-mensal.
           IF ano-orc NOT = ws-ano-rel
              GO TO 0350-mensal.
           IF mes-orc NOT = ws-mes-rel
              GO TO 0310-le-orc.
           MOVE curso-orc TO ws-curso-busca
           PERFORM 0400-acha-curso THRU 0499-fim-acha
           MOVE 'S' TO tem-orc-tab (idx-cur)
           ADD valor-orc TO orc-cur-tab (idx-cur)
           ADD valor-orc TO tot-orc
           GO TO 0310-le-orc.

      * REALIZADO: MESMA APURACAO DO RECEBIDO NO RELARREC
       0350-mensal.
           MOVE ZEROS TO chave-mensal
           START menscad KEY NOT LESS THAN chave-mensal INVALID KEY
              GO TO 0500-emite.

       0360-le-mensal.
           READ menscad NEXT
           IF status-mens NOT = '00'
              GO TO 0500-emite.
           IF ano-mensal NOT = ws-ano-rel
              GO TO 0360-le-mensal.
           IF mes-mensal NOT = ws-mes-rel
              GO TO 0360-le-mensal.
           IF NOT pgto-pago
              GO TO 0360-le-mensal.
           MOVE valor-pago TO ws-valor-rec
           IF ws-valor-rec = ZEROS
              MOVE valor-mensal TO ws-valor-rec.
           MOVE cod-curso-mensal TO ws-curso-busca
           PERFORM 0400-acha-curso THRU 0499-fim-acha
           ADD ws-valor-rec TO rec-cur-tab (idx-cur)
           ADD ws-valor-rec TO tot-rec
           GO TO 0360-le-mensal.

       0400-acha-curso.
           MOVE ZEROS TO idx-cur.

       0410-procura.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cur
              GO TO 0420-novo.
           IF cod-cur-tab (idx-cur) NOT = ws-curso-busca
              GO TO 0410-procura.
           GO TO 0499-fim-acha.

       0420-novo.
           IF qtd-cur NOT < 200
              MOVE 200 TO idx-cur
              GO TO 0499-fim-acha.
           ADD 1 TO qtd-cur
           MOVE qtd-cur TO idx-cur
           MOVE ws-curso-busca TO cod-cur-tab (idx-cur)
           MOVE 'N' TO tem-orc-tab (idx-cur)
           MOVE ZEROS TO orc-cur-tab (idx-cur)
                         rec-cur-tab (idx-cur).

       0499-fim-acha. EXIT.

       0500-emite.
           OPEN OUTPUT impressora
           MOVE ws-mes-rel TO mes-cab2
           MOVE ws-ano-rel TO ano-cab2
           MOVE ws-limite TO limite-cab2
           MOVE ZEROS TO idx-cur.

       0510-linha-curso.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cur
              GO TO 0550-totais.
           IF contlin > 55
              PERFORM 0700-cabecalho.
           MOVE cod-cur-tab (idx-cur) TO cur-det1 codcurso
           READ curcad INVALID KEY
              MOVE 'NAO CADASTRADO' TO descricao.
           MOVE descricao TO nome-det1
           MOVE orc-cur-tab (idx-cur) TO orc-det1
           MOVE rec-cur-tab (idx-cur) TO rec-det1
           MOVE rec-cur-tab (idx-cur) TO ws-diferenca
           SUBTRACT orc-cur-tab (idx-cur) FROM ws-diferenca
           MOVE ws-diferenca TO dif-det1
           MOVE spaces TO marca-det1
           IF tem-orc-tab (idx-cur) = 'N' OR orc-cur-tab (idx-cur)
              = ZEROS
              MOVE spaces TO perc-det1-x
              MOVE 'S/META' TO marca-det1
              GO TO 0520-imprime.
           MULTIPLY ws-diferenca BY 100 GIVING ws-perc ROUNDED
           DIVIDE orc-cur-tab (idx-cur) INTO ws-perc ROUNDED
           MOVE ws-perc TO perc-det1
           IF ws-perc < ws-limite-neg
              MOVE '*****' TO marca-det1
              ADD 1 TO qtd-abaixo.

       0520-imprime.
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin
           GO TO 0510-linha-curso.

       0550-totais.
           IF contlin > 55
              PERFORM 0700-cabecalho.
           MOVE tot-orc TO orc-tot1
           MOVE tot-rec TO rec-tot1
           MOVE tot-rec TO ws-diferenca
           SUBTRACT tot-orc FROM ws-diferenca
           MOVE ws-diferenca TO dif-tot1
           MOVE ZEROS TO ws-perc
           IF tot-orc NOT = ZEROS
              MULTIPLY ws-diferenca BY 100 GIVING ws-perc ROUNDED
              DIVIDE tot-orc INTO ws-perc ROUNDED.
           MOVE ws-perc TO perc-tot1
           MOVE qtd-abaixo TO abaixo-tot2
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           WRITE reg-impressora FROM tot1 AFTER 1
           WRITE reg-impressora FROM tot2 AFTER 2
           CLOSE impressora
           DISPLAY (12 07) 'CURSOS ABAIXO DA META:'
           DISPLAY (12 30) abaixo-tot2
           DISPLAY (22 07) 'RELATORIO IMPRESSO'
           STOP ' '
           GO TO 0200-tela.

       0700-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           WRITE reg-impressora FROM cab3 AFTER 2
           MOVE 5 TO contlin.

       0900-fim.
           CLOSE curcad
                 menscad
                 orccad
           CHAIN 'mfinanc3.EXE'.

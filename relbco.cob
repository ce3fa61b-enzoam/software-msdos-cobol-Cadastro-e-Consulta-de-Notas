       IDENTIFICATION DIVISION.
       PROGRAM-ID RELBCO-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :COMPARATIVO MENSAL DOS BANCOS COBRADORES -
      *                      POR CONVENIO (BANCOS.DAT) OS TITULOS
      *                      REGISTRADOS NO MES (REMLOG.DAT E O
      *                      BANCO DA REMESSA EM REMBCO.DAT/GERREMES),
      *                      OS LIQUIDADOS PELO RETORNO COM O VALOR
      *                      RECEBIDO E A TARIFA PAGA (LIQBCO.DAT/
      *                      RETBANCO), A TARIFA MEDIA E O CUSTO DA
      *                      COBRANCA EM % DO VALOR RECEBIDO
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT bancad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-banco
                         FILE STATUS status-banco.

           SELECT liqbco ASSIGN TO DISK
                         FILE STATUS status-liq.

           SELECT remlog ASSIGN TO DISK
                         FILE STATUS status-log.

           SELECT rembco ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY num-remessa-bco
                         FILE STATUS status-rbc.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.

       FILE SECTION.

       FD bancad
           LABEL record STANDARD
           value OF FILE-ID 'BANCOS.DAT'
           record contains 80 characteres.

       01 reg-banco.
           05 chave-banco.
              10 cod-banco         PIC 9(03).
           05 nome-banco           PIC X(20).
           05 convenio-banco       PIC X(10).
           05 layout-banco         PIC 9(02).
           05 nosso-ini-banco      PIC 9(10).
           05 nosso-fim-banco      PIC 9(10).
           05 ult-nosso-banco      PIC 9(10).
           05 tarifa-banco         PIC 9(03)v99.
           05 padrao-banco         PIC X(01).
           05 sit-banco            PIC X(01).
           05 FILLER               PIC X(08).

       FD liqbco
           LABEL record STANDARD
           value OF FILE-ID 'LIQBCO.DAT'
           record contains 70 characteres.

       01 reg-liqbco.
           05 banco-liq            PIC 9(03).
           05 nosso-liq            PIC 9(10).
           05 aluno-liq            PIC 9(06).
           05 curso-liq            PIC 9(06).
           05 ano-liq              PIC 9(04).
           05 mes-liq              PIC 9(02).
           05 data-pgto-liq.
              10 ano-pgto-liq      PIC 9(04).
              10 mes-pgto-liq      PIC 9(02).
              10 dia-pgto-liq      PIC 9(02).
           05 valor-liq            PIC 9(07)v99.
           05 tarifa-liq           PIC 9(03)v99.
           05 data-import-liq      PIC 9(08).
           05 FILLER               PIC X(09).

       FD remlog
           LABEL record STANDARD
           value OF FILE-ID 'REMLOG.DAT'
           record contains 30 characteres.

       01 reg-remlog.
           05 num-remessa-log      PIC 9(04).
           05 data-remessa-log.
              10 ano-remessa-log   PIC 9(04).
              10 mes-remessa-log   PIC 9(02).
              10 dia-remessa-log   PIC 9(02).
           05 qtd-remessa-log      PIC 9(05).
           05 valor-remessa-log    PIC 9(09)v99.
           05 FILLER               PIC X(02).

       FD rembco
           LABEL record STANDARD
           value OF FILE-ID 'REMBCO.DAT'
           record contains 10 characteres.

       01 reg-rembco.
           05 num-remessa-bco      PIC 9(04).
           05 banco-bco            PIC 9(03).
           05 FILLER               PIC X(03).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-banco             PIC X(02) value spaces.
       01 status-liq               PIC X(02) value spaces.
       01 status-log               PIC X(02) value spaces.
       01 status-rbc               PIC X(02) value spaces.
       01 ws-sem-rembco            PIC X(01) value 'N'.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 ws-mes                   PIC 9(02) value zeros.
       01 ws-ano                   PIC 9(04) value zeros.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ind-bco                  PIC 9(02) value zeros.
       01 qtd-bco                  PIC 9(02) value zeros.
       01 ws-media                 PIC 9(03)v99 value zeros.
       01 ws-perc                  PIC 9(03)v999 value zeros.
       01 ws-perc-aux              PIC 9(09)v999 value zeros.
       01 contpag                  PIC 9(05) value zeros.

      * UMA LINHA POR CONVENIO; A ULTIMA GUARDA O QUE NAO TEM BANCO
      * CADASTRADO (CONVENIO UNICO ANTIGO, BANCO EXCLUIDO)
       01 tab-bancos.
           05 bco-tab OCCURS 21 TIMES.
              10 cod-bco-tab       PIC 9(03).
              10 nome-bco-tab      PIC X(20).
              10 reg-qtd-tab       PIC 9(07).
              10 reg-valor-tab     PIC 9(09)v99.
              10 liq-qtd-tab       PIC 9(07).
              10 liq-valor-tab     PIC 9(09)v99.
              10 tarifa-tab        PIC 9(07)v99.

       01 tot-reg-qtd              PIC 9(07) value zeros.
       01 tot-reg-valor            PIC 9(09)v99 value zeros.
       01 tot-liq-qtd              PIC 9(07) value zeros.
       01 tot-liq-valor            PIC 9(09)v99 value zeros.
       01 tot-tarifa               PIC 9(07)v99 value zeros.

       01 cab1.
           05 FILLER               PIC X(33) value 'RELBCO'.
           05 FILLER               PIC X(37) value
              'COMPARATIVO DOS BANCOS COBRADORES'.
           05 FILLER               PIC X(04) value 'PAG.'.
           05 pag-cab1             PIC ZZ.ZZ9.

       01 cab2.
           05 FILLER               PIC X(14) value 'COMPETENCIA: '.
           05 mes-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-cab2             PIC 9(04).

       01 cab3.
           05 FILLER               PIC X(20) value 'BANCO'.
           05 FILLER               PIC X(08) value ' REGIST.'.
           05 FILLER               PIC X(08) value '  LIQUID'.
           05 FILLER               PIC X(14) value
              '  VALOR LIQUID'.
           05 FILLER               PIC X(14) value '       TARIFAS'.
           05 FILLER               PIC X(08) value '   MEDIA'.
           05 FILLER               PIC X(08) value ' % CUSTO'.

       01 det1.
           05 cod-det1             PIC 9(03).
           05 FILLER               PIC X(01) value spaces.
           05 nome-det1            PIC X(15).
           05 FILLER               PIC X(01) value spaces.
           05 reg-det1             PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01) value spaces.
           05 liq-det1             PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01) value spaces.
           05 valor-det1           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 tarifa-det1          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 media-det1           PIC ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 perc-det1            PIC ZZ9,999.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT bancad
           IF status-banco NOT = '00'
              DISPLAY (12 30) '[BANCOS.DAT INEXISTENTE]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           MOVE ws-mes-atual TO ws-mes
           MOVE ws-ano-atual TO ws-ano.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELBCO'
           DISPLAY (02 22) 'COMPARATIVO DOS BANCOS COBRADORES'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (06 07) 'COMPETENCIA (MES/ANO) [  /    ]'.

       0210-competencia.
           ACCEPT (06 30) ws-mes with UPDATE AUTO-SKIP
           ACCEPT (06 33) ws-ano with UPDATE AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-mes < 1 OR ws-mes > 12 OR ws-ano < 1990
              DISPLAY (22 20) 'COMPETENCIA INVALIDA'
              GO TO 0210-competencia.
           DISPLAY (08 07) 'EMITE O COMPARATIVO ? S/N [ ]'
           ACCEPT (08 34) ws-resp with prompt AUTO-SKIP
           IF ws-resp NOT = 'S' and 's'
              GO TO 0900-fim.
           DISPLAY (22 20) 'PROCESSANDO...'
           PERFORM 0300-carrega-bancos THRU 0309-fim-carga
           PERFORM 0400-remessas THRU 0409-fim-remessas
           PERFORM 0500-liquidacoes THRU 0509-fim-liquidacoes
           PERFORM 0600-imprime THRU 0609-fim-imprime
           DISPLAY (22 20) linha-branco
           DISPLAY (22 20) 'COMPARATIVO EMITIDO'
           STOP ' '
           GO TO 0900-fim.

       0300-carrega-bancos.
           MOVE ZEROS TO qtd-bco
           MOVE ZEROS TO cod-banco
           START bancad KEY NOT LESS chave-banco INVALID KEY
              GO TO 0306-outros.

       0302-le-banco.
           READ bancad NEXT
           IF status-banco NOT = '00'
              GO TO 0306-outros.
           IF qtd-bco NOT < 20
              GO TO 0306-outros.
           ADD 1 TO qtd-bco
           MOVE qtd-bco TO ind-bco
           MOVE cod-banco TO cod-bco-tab (ind-bco)
           MOVE nome-banco TO nome-bco-tab (ind-bco)
           PERFORM 0310-zera THRU 0319-fim-zera
           GO TO 0302-le-banco.

       0306-outros.
           ADD 1 TO qtd-bco
           MOVE qtd-bco TO ind-bco
           MOVE ZEROS TO cod-bco-tab (ind-bco)
           MOVE 'SEM CONVENIO' TO nome-bco-tab (ind-bco)
           PERFORM 0310-zera THRU 0319-fim-zera.

       0309-fim-carga. EXIT.

       0310-zera.
           MOVE ZEROS TO reg-qtd-tab (ind-bco) reg-valor-tab (ind-bco)
                         liq-qtd-tab (ind-bco) liq-valor-tab (ind-bco)
                         tarifa-tab (ind-bco).

       0319-fim-zera. EXIT.

      * POSICAO DO BANCO NA TABELA - NAO ACHOU VAI PARA A ULTIMA
       0350-acha-banco.
           MOVE ZEROS TO ind-bco.

       0352-compara.
           ADD 1 TO ind-bco
           IF ind-bco NOT < qtd-bco
              GO TO 0359-fim-acha.
           IF cod-bco-tab (ind-bco) = cod-banco
              GO TO 0359-fim-acha.
           GO TO 0352-compara.

       0359-fim-acha. EXIT.

      * TITULOS REGISTRADOS: REMESSAS GERADAS NO MES
       0400-remessas.
           OPEN INPUT remlog
           IF status-log NOT = '00'
              GO TO 0409-fim-remessas.
           OPEN INPUT rembco
           IF status-rbc NOT = '00'
              MOVE 'S' TO ws-sem-rembco.

       0402-le-remlog.
           READ remlog
           IF status-log NOT = '00'
              CLOSE remlog
              GO TO 0408-fecha-rembco.
           IF ano-remessa-log NOT = ws-ano
              OR mes-remessa-log NOT = ws-mes
              GO TO 0402-le-remlog.
      * REMESSA SEM BANCO ANOTADO (ANTERIOR AO REMBCO) = PADRAO
           MOVE ZEROS TO cod-banco
           IF ws-sem-rembco NOT = 'S'
              MOVE num-remessa-log TO num-remessa-bco
              READ rembco INVALID KEY
                 MOVE ZEROS TO banco-bco.
           IF ws-sem-rembco NOT = 'S'
              MOVE banco-bco TO cod-banco.
           PERFORM 0350-acha-banco THRU 0359-fim-acha
           ADD qtd-remessa-log TO reg-qtd-tab (ind-bco)
           ADD valor-remessa-log TO reg-valor-tab (ind-bco)
           GO TO 0402-le-remlog.

       0408-fecha-rembco.
           IF ws-sem-rembco NOT = 'S'
              CLOSE rembco.

       0409-fim-remessas. EXIT.

      * LIQUIDACOES PAGAS NO MES E A TARIFA COBRADA
       0500-liquidacoes.
           OPEN INPUT liqbco
           IF status-liq NOT = '00'
              GO TO 0509-fim-liquidacoes.

       0502-le-liqbco.
           READ liqbco
           IF status-liq NOT = '00'
              CLOSE liqbco
              GO TO 0509-fim-liquidacoes.
           IF ano-pgto-liq NOT = ws-ano
              OR mes-pgto-liq NOT = ws-mes
              GO TO 0502-le-liqbco.
           MOVE banco-liq TO cod-banco
           PERFORM 0350-acha-banco THRU 0359-fim-acha
           ADD 1 TO liq-qtd-tab (ind-bco)
           ADD valor-liq TO liq-valor-tab (ind-bco)
           ADD tarifa-liq TO tarifa-tab (ind-bco)
           GO TO 0502-le-liqbco.

       0509-fim-liquidacoes. EXIT.

       0600-imprime.
           OPEN OUTPUT impressora
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           MOVE ws-mes TO mes-cab2
           MOVE ws-ano TO ano-cab2
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           WRITE reg-impressora FROM cab3 AFTER 2
           MOVE ZEROS TO ind-bco.

       0602-linha.
           ADD 1 TO ind-bco
           IF ind-bco > qtd-bco
              GO TO 0606-total.
      * A LINHA SEM CONVENIO SO SAI QUANDO TEM MOVIMENTO
           IF ind-bco = qtd-bco
              AND reg-qtd-tab (ind-bco) = ZEROS
              AND liq-qtd-tab (ind-bco) = ZEROS
              GO TO 0606-total.
           MOVE cod-bco-tab (ind-bco) TO cod-det1
           MOVE nome-bco-tab (ind-bco) TO nome-det1
           MOVE reg-qtd-tab (ind-bco) TO reg-det1
           MOVE liq-qtd-tab (ind-bco) TO liq-det1
           MOVE liq-valor-tab (ind-bco) TO valor-det1
           MOVE tarifa-tab (ind-bco) TO tarifa-det1
           MOVE ZEROS TO ws-media ws-perc
           IF liq-qtd-tab (ind-bco) NOT = ZEROS
              DIVIDE tarifa-tab (ind-bco) BY liq-qtd-tab (ind-bco)
                 GIVING ws-media ROUNDED.
           IF liq-valor-tab (ind-bco) NOT = ZEROS
              MULTIPLY tarifa-tab (ind-bco) BY 100 GIVING ws-perc-aux
              DIVIDE liq-valor-tab (ind-bco) INTO ws-perc-aux
                 GIVING ws-perc ROUNDED.
           MOVE ws-media TO media-det1
           MOVE ws-perc TO perc-det1
           WRITE reg-impressora FROM det1 AFTER 1
           ADD reg-qtd-tab (ind-bco) TO tot-reg-qtd
           ADD reg-valor-tab (ind-bco) TO tot-reg-valor
           ADD liq-qtd-tab (ind-bco) TO tot-liq-qtd
           ADD liq-valor-tab (ind-bco) TO tot-liq-valor
           ADD tarifa-tab (ind-bco) TO tot-tarifa
           GO TO 0602-linha.

       0606-total.
           MOVE ZEROS TO cod-det1
           MOVE 'TOTAL' TO nome-det1
           MOVE tot-reg-qtd TO reg-det1
           MOVE tot-liq-qtd TO liq-det1
           MOVE tot-liq-valor TO valor-det1
           MOVE tot-tarifa TO tarifa-det1
           MOVE ZEROS TO ws-media ws-perc
           IF tot-liq-qtd NOT = ZEROS
              DIVIDE tot-tarifa BY tot-liq-qtd GIVING ws-media ROUNDED.
           IF tot-liq-valor NOT = ZEROS
              MULTIPLY tot-tarifa BY 100 GIVING ws-perc-aux
              DIVIDE tot-liq-valor INTO ws-perc-aux
                 GIVING ws-perc ROUNDED.
           MOVE ws-media TO media-det1
           MOVE ws-perc TO perc-det1
           WRITE reg-impressora FROM det1 AFTER 2
           CLOSE impressora.

       0609-fim-imprime. EXIT.

       0900-fim.
           CLOSE bancad
           CHAIN 'mfinanc3.EXE'.

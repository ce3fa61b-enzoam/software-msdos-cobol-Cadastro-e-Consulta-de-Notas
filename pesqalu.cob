      *                      LOCALIZAR A MATRICULA (CODIGO DO ALUNO)
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO
      *    1.6                /  /            CONSULTA REGISTRADA EM
      *                                       LOGCONS.DAT COM O OPERADOR
      *                                       DA SESSAO DA ESTACAO

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-nome-work
                         FILE STATUS status-work.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT sesscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-sessao
                         FILE STATUS status-sess.

           SELECT logcons ASSIGN TO DISK
                         FILE STATUS status-lco.

       DATA DIVISION.

       FILE SECTION.
              10 cod-aluno-work        PIC 9(06).
              10 cod-curso-work        PIC 9(06).

       FD opercad
           LABEL record STANDARD
           value OF FILE-ID 'OPERADOR.DAT'
           record contains 10 characteres.

       01 reg-operador             PIC X(10).

       FD sesscad
           LABEL record STANDARD
           value OF FILE-ID 'SESSOES.DAT'
           record contains 30 characteres.

       01 reg-sessao.
           05 chave-sessao.
              10 estacao-sess      PIC 9(02).
           05 oper-sess            PIC X(10).
           05 data-sess            PIC 9(06).
           05 hora-sess            PIC 9(06).
           05 sit-sess             PIC X(01).
              88 sessao-ativa      VALUE 'A'.
           05 FILLER               PIC X(05).

       FD logcons
           LABEL record STANDARD
           value OF FILE-ID 'LOGCONS.DAT'
           record contains 50 characteres.

       01 reg-logcons.
           05 data-lco             PIC 9(08).
           05 hora-lco             PIC 9(06).
           05 oper-lco             PIC X(10).
           05 estacao-lco          PIC 9(02).
           05 programa-lco         PIC X(08).
           05 cod-aluno-lco        PIC 9(06).
           05 cod-curso-lco        PIC 9(06).
           05 tipo-lco             PIC X(01).
           05 FILLER               PIC X(03).

       WORKING-STORAGE SECTION.
       01 ws-resp                  PIC x.
       01 linha-branco             PIC X(40) value spaces.
       01 ws-tamanho-pesq          PIC 9(02) value 0.
       01 ws-achou-sw              PIC X value 'N'.
           88 ACHOU-ALGUM          VALUE 'S'.
       01 status-oper              PIC X(02) value spaces.
       01 status-sess              PIC X(02) value spaces.
       01 status-lco               PIC X(02) value spaces.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-estacao               PIC 9(02) value zeros.

       SCREEN SECTION.
       01  tela-cadastra.
       0100-open.
           OPEN INPUT alucad
           IF status-arq = '00'
              GO TO 0105-openoper.
           DISPLAY (12 30) '[ALUNOS.DAT INEXISTENTE]'
           STOP RUN.

       0105-openoper.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.

      * A CONSULTA E REGISTRADA COM O OPERADOR DA SESSAO DA ESTACAO
      * (FACAD/SESSOES.DAT), NAO COM O ULTIMO LOGIN GERAL
       0110-estacao.
           OPEN INPUT sesscad
           IF status-sess NOT = '00'
              GO TO 0120-verifica-indice.
           DISPLAY (04 07) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (04 16) ws-estacao with prompt AUTO-SKIP
           IF ws-estacao = ZEROS
              CLOSE sesscad
              GO TO 0120-verifica-indice.
           MOVE ws-estacao TO estacao-sess
           READ sesscad INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE sesscad
              GO TO 0110-estacao.
           IF NOT sessao-ativa
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE sesscad
              GO TO 0110-estacao.
           MOVE oper-sess TO ws-operador
           CLOSE sesscad.

      * O INDICE DE NOMES AGORA E PERMANENTE, MANTIDO POR INCALU/
      * ALTALU/EXCALU - SO E REMONTADO SE NAO EXISTIR OU A PEDIDO
       0120-verifica-indice.
           DISPLAY (09 22) cod-aluno-work
           DISPLAY (11 22) cod-curso-work
           DISPLAY (13 13) nome-work
           PERFORM 9870-registra-consulta THRU 9879-fim-registra
           DISPLAY (21 20) 'VER PROXIMA OCORRENCIA ? S/N [ ]'.

       0600-resp-proxima.
           ELSE
              DISPLAY (22 20) 'RESPOSTA INVALIDA'
              GO TO 1400-resp.

      * CADA ALUNO MOSTRADO NA PESQUISA FICA REGISTRADO (TIPO C)
       9870-registra-consulta.
           OPEN EXTEND logcons
           IF status-lco NOT = '00'
              OPEN OUTPUT logcons.
           ACCEPT data-lco FROM DATE YYYYMMDD
           ACCEPT hora-lco FROM TIME
           MOVE ws-operador TO oper-lco
           MOVE ws-estacao TO estacao-lco
           MOVE 'PESQALU ' TO programa-lco
           MOVE cod-aluno-work TO cod-aluno-lco
           MOVE cod-curso-work TO cod-curso-lco
           MOVE 'C' TO tipo-lco
           WRITE reg-logcons
           CLOSE logcons.

       9879-fim-registra. EXIT.

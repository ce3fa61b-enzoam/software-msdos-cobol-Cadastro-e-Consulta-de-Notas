      *    FINALIDADE       :CONSULTA DE ALUNOS POR MATRICULA
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO
      *    1.6                /  /            CONSULTA REGISTRADA EM
      *                                       LOGCONS.DAT COM O OPERADOR
      *                                       DA SESSAO DA ESTACAO

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-curso
                         FILE STATUS statcur-arq.

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
           05 descricao            PIC X(40).
           05 mensalidade          PIC 9(04)v99.

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
       01 statcur-arq              PIC X(02) value spaces.
       01 codcur                   PIC 9(06) value 0.
       01 resp                     PIC 9(01) value 1.
       01 status-oper              PIC X(02) value spaces.
       01 status-sess              PIC X(02) value spaces.
       01 status-lco               PIC X(02) value spaces.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-estacao               PIC 9(02) value zeros.

       SCREEN SECTION.
       01  tela-cadastra.
       0160-opencurso.
           OPEN INPUT curcad
           IF statcur-arq = '00'
              GO TO 0170-openoper.
           DISPLAY (12 30) '[CURSO.DAT INEXISTENTE]'
           CLOSE alucad
           STOP RUN.

       0170-openoper.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.

      * A CONSULTA E REGISTRADA COM O OPERADOR DA SESSAO DA ESTACAO
      * (FACAD/SESSOES.DAT), NAO COM O ULTIMO LOGIN GERAL
       0180-estacao.
           OPEN INPUT sesscad
           IF status-sess NOT = '00'
              GO TO 0200-tela.
           DISPLAY (04 07) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (04 16) ws-estacao with prompt AUTO-SKIP
           IF ws-estacao = ZEROS
              CLOSE sesscad
              GO TO 0200-tela.
           MOVE ws-estacao TO estacao-sess
           READ sesscad INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE sesscad
              GO TO 0180-estacao.
           IF NOT sessao-ativa
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE sesscad
              GO TO 0180-estacao.
           MOVE oper-sess TO ws-operador
           CLOSE sesscad.

       0200-tela.
           DISPLAY tela-cadastra.

           READ alucad INVALID KEY
              DISPLAY (22 20) 'ALUNO NAO CADASTRADO'
              GO TO 0300-cod-aluno.
           PERFORM 9870-registra-consulta THRU 9879-fim-registra

           DISPLAY (10 13) nome
           DISPLAY (12 23) dia-nasc
           ELSE
              DISPLAY (22 20) 'RESPOSTA INVALIDA'
              GO TO 1400-resp.

      * QUEM CONSULTOU O CADASTRO DE QUEM (TIPO C = CADASTRO)
       9870-registra-consulta.
           OPEN EXTEND logcons
           IF status-lco NOT = '00'
              OPEN OUTPUT logcons.
           ACCEPT data-lco FROM DATE YYYYMMDD
           ACCEPT hora-lco FROM TIME
           MOVE ws-operador TO oper-lco
           MOVE ws-estacao TO estacao-lco
           MOVE 'CONSALU ' TO programa-lco
           MOVE cod-aluno TO cod-aluno-lco
           MOVE cod-curso TO cod-curso-lco
           MOVE 'C' TO tipo-lco
           WRITE reg-logcons
           CLOSE logcons.

       9879-fim-registra. EXIT.

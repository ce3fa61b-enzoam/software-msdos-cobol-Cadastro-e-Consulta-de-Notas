      *              turnos padroes (SEG-SEX, 4 AULAS POR NOITE) e
      *              imprime a grade proposta p/ acerto manual no
      *              CADHOR; conflitos com horarios ja existentes de
      *              outros cursos sao respeitados; a disponibilidade
      *              do professor (PROFDSP.DAT, mantida no DISPPROF) e
      *              obedecida - indisponivel nunca e alocado, as
      *              preferencias sao tentadas primeiro e as nao
      *              atendidas saem listadas no relatorio
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            TURMA NA CHAVE DE HORARIO.DAT
      * 1.2      /  /            DISPONIBILIDADE E PREFERENCIAS DO
      *                          PROFESSOR (PROFDSP)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT PROFDSP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DSP
                       FILE STATUS STATUS-DSP.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
           05  COD-SALA-HOR            PIC 9(03).
           05  FILLER                  PIC X(01).

       FD  PROFDSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROFDSP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PROFDSP.
           05  CHAVE-DSP.
               10  COD-PROF-DSP        PIC 9(04).
           05  NOME-PROF-DSP           PIC X(25).
           05  DIA-DSP OCCURS 6 TIMES.
               10  FAIXA-DSP OCCURS 6 TIMES
                                       PIC X(01).
           05  DATA-ALT-DSP            PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-VAGA         PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-DSP          PIC X(02) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  WS-SEM-VAGAS        PIC X VALUE 'N'.
       01  WS-SEM-DISP         PIC X VALUE 'N'.
       01  ANO-PROC            PIC 9(04) VALUE ZEROS.
       01  CURSO-PROC          PIC 9(02) VALUE ZEROS.

       01  WS-DEMANDA          PIC 9(03) VALUE ZEROS.
       01  WS-PROF-OCUPADO     PIC X VALUE 'N'.
       01  WS-SALA-ESCOLHIDA   PIC 9(02) VALUE ZEROS.
      * DISPONIBILIDADE DO PROFESSOR DA DISCIPLINA NAS 20 VAGAS:
      * I=INDISPONIVEL P=PREFERE E=EVITAR ESPACO=LIVRE; A ALOCACAO
      * PASSA 3 VEZES PELAS VAGAS (P, DEPOIS LIVRES, DEPOIS E)
       01  TAB-DISP.
           05 DISP-SLOT OCCURS 20 TIMES PIC X(01).
       01  WS-PROF-DISP        PIC X(25) VALUE SPACES.
       01  WS-TEM-PREF         PIC X VALUE 'N'.
       01  WS-PASSADA          PIC 9(01) VALUE ZEROS.
       01  WS-SLOT-RECUSADO    PIC X VALUE 'N'.
       01  IND-DIA-DSP         PIC 9(02) VALUE ZEROS.
       01  IND-FAIXA-DSP       PIC 9(02) VALUE ZEROS.
       01  CONT-PREF-NAO       PIC 9(03) VALUE ZEROS.
       01  CONT-GRAVADAS       PIC 9(04) VALUE ZEROS.
       01  CONT-PENDENTES      PIC 9(03) VALUE ZEROS.
       01  CONT-DISCIPLINAS    PIC 9(03) VALUE ZEROS.
           05 FILLER               PIC X(17) VALUE
           ' SESSOES SEM VAGA'.

       01  DET3.
           05 FILLER               PIC X(14) VALUE 'PREFERENCIA - '.
           05 PROF-DET3            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DISCI-DET3           PIC 9(04).
           05 FILLER               PIC X(05) VALUE ' DIA '.
           05 DIA-DET3             PIC 9(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 HINI-DET3            PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 MOTIVO-DET3          PIC X(25).

       01  TOT1.
           05 FILLER               PIC X(24) VALUE
           'SESSOES GRAVADAS:       '.
           '   DISCIPLINAS PENDENTES: '.
           05 PEND-TOT1            PIC ZZ9.

       01  TOT2.
           05 FILLER               PIC X(28) VALUE
           'PREFERENCIAS NAO ATENDIDAS: '.
           05 PREF-TOT2            PIC ZZ9.

       PROCEDURE DIVISION.

       0100-INICIO.
              OPEN OUTPUT CADHOR
              CLOSE CADHOR
              OPEN I-O CADHOR.
           OPEN INPUT PROFDSP
           IF STATUS-DSP NOT = '00'
              MOVE 'S' TO WS-SEM-DISP.

       0200-TELA.
           DISPLAY (01 01) ERASE
       0600-PROCESSA.
           MOVE ZEROS TO CONT-GRAVADAS CONT-PENDENTES
                         CONT-DISCIPLINAS CONTLIN CONTPAG
                         CONT-PREF-NAO
           MOVE SPACES TO WS-PROF-DISP
           PERFORM 1000-CARREGA-SALAS THRU 1099-FIM-SALAS
           IF QTD-SALAS = ZEROS
              DISPLAY (22 20) 'NENHUMA SALA CADASTRADA'
           MOVE CONT-PENDENTES TO PEND-TOT1
           MOVE TOT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-PREF-NAO TO PREF-TOT2
           MOVE TOT2 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           DISPLAY (19 10) 'PREFERENCIAS NAO ATENDIDAS:'
           DISPLAY (19 39) CONT-PREF-NAO
           DISPLAY (20 10) 'SESSOES GRAVADAS:'
           DISPLAY (20 29) CONT-GRAVADAS
           DISPLAY (21 10) 'DISCIPLINAS PENDENTES:'
           IF WS-SESSOES > 5
              MOVE 5 TO WS-SESSOES.
           PERFORM 2200-DEMANDA THRU 2299-FIM-DEMANDA
           PERFORM 2250-CARREGA-DISP THRU 2259-FIM-CARREGA
           MOVE WS-SESSOES TO WS-FALTA-SESS
           MOVE 1 TO WS-PASSADA
           MOVE ZEROS TO IND-SLOT.

       2110-PROXIMO-SLOT.
           IF WS-FALTA-SESS = ZEROS
              GO TO 2100-LE-DISCI.
           ADD 1 TO IND-SLOT
           IF IND-SLOT > 20 AND WS-PASSADA < 3
              ADD 1 TO WS-PASSADA
              MOVE 1 TO IND-SLOT.
           IF IND-SLOT > 20
              ADD 1 TO CONT-PENDENTES
              MOVE COD-DISCIPLINA TO DISCI-DET2
              GO TO 2100-LE-DISCI.
           IF CURSO-OCUP (IND-SLOT) = 'X'
              GO TO 2110-PROXIMO-SLOT.
           PERFORM 2270-TESTA-DISP THRU 2279-FIM-TESTA-DISP
           IF WS-SLOT-RECUSADO = 'S'
              GO TO 2110-PROXIMO-SLOT.
           PERFORM 2300-TESTA-PROFESSOR THRU 2399-FIM-PROF
           IF WS-PROF-OCUPADO = 'S'
              GO TO 2110-PROXIMO-SLOT.

       2299-FIM-DEMANDA. EXIT.

      * PROFDSP E LIDO PELO NOME (E O QUE A DISCIPLINA GUARDA);
      * O MESMO PROFESSOR DA DISCIPLINA ANTERIOR NAO E RELIDO
       2250-CARREGA-DISP.
           IF PROFESSOR-DIS = WS-PROF-DISP
              GO TO 2259-FIM-CARREGA.
           MOVE PROFESSOR-DIS TO WS-PROF-DISP
           MOVE SPACES TO TAB-DISP
           MOVE 'N' TO WS-TEM-PREF
           IF WS-SEM-DISP = 'S' OR PROFESSOR-DIS = SPACES
              GO TO 2259-FIM-CARREGA.
           MOVE ZEROS TO COD-PROF-DSP
           START PROFDSP KEY NOT LESS THAN CHAVE-DSP INVALID KEY
              GO TO 2259-FIM-CARREGA.

       2252-LE-DISP.
           READ PROFDSP NEXT
           IF STATUS-DSP NOT = '00'
              GO TO 2259-FIM-CARREGA.
           IF NOME-PROF-DSP NOT = PROFESSOR-DIS
              GO TO 2252-LE-DISP.
           MOVE ZEROS TO IND-SLOT.

      * VAGA (DIA 2-6, AULA 1-4) -> DIA 1-5 E FAIXA 3-6 DO PROFDSP
       2254-MONTA-SLOT.
           ADD 1 TO IND-SLOT
           IF IND-SLOT > 20
              GO TO 2259-FIM-CARREGA.
           COMPUTE IND-DIA-DSP = (IND-SLOT - 1) / 4 + 1
           COMPUTE IND-FAIXA-DSP = IND-SLOT - ((IND-DIA-DSP - 1) * 4)
                                 + 2
           MOVE FAIXA-DSP (IND-DIA-DSP IND-FAIXA-DSP)
             TO DISP-SLOT (IND-SLOT)
           IF DISP-SLOT (IND-SLOT) = 'P'
              MOVE 'S' TO WS-TEM-PREF.
           GO TO 2254-MONTA-SLOT.

       2259-FIM-CARREGA. EXIT.

      * 1A PASSADA SO VAGAS PREFERIDAS, 2A SO LIVRES, 3A SO AS A
      * EVITAR; INDISPONIVEL E RECUSADA SEMPRE
       2270-TESTA-DISP.
           MOVE 'S' TO WS-SLOT-RECUSADO
           IF DISP-SLOT (IND-SLOT) = 'I'
              GO TO 2279-FIM-TESTA-DISP.
           IF WS-PASSADA = 1 AND DISP-SLOT (IND-SLOT) NOT = 'P'
              GO TO 2279-FIM-TESTA-DISP.
           IF WS-PASSADA = 2 AND DISP-SLOT (IND-SLOT) NOT = SPACE
              GO TO 2279-FIM-TESTA-DISP.
           IF WS-PASSADA = 3 AND DISP-SLOT (IND-SLOT) NOT = 'E'
              GO TO 2279-FIM-TESTA-DISP.
           MOVE 'N' TO WS-SLOT-RECUSADO.

       2279-FIM-TESTA-DISP. EXIT.

       2300-TESTA-PROFESSOR.
           MOVE 'N' TO WS-PROF-OCUPADO
           IF PROFESSOR-DIS = SPACES
           MOVE COD-SALA-HOR TO SALA-DET1
           MOVE PROFESSOR-DIS TO PROF-DET1
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           IF WS-PASSADA = 1
              GO TO 2599-FIM-GRAVA.
           IF WS-PASSADA = 2 AND WS-TEM-PREF NOT = 'S'
              GO TO 2599-FIM-GRAVA.
           MOVE 'FORA DO HORARIO PREFERIDO' TO MOTIVO-DET3
           IF WS-PASSADA = 3
              MOVE 'EM HORARIO A EVITAR' TO MOTIVO-DET3.
           MOVE PROFESSOR-DIS TO PROF-DET3
           MOVE COD-DISCIPLINA TO DISCI-DET3
           MOVE WS-DIA TO DIA-DET3
           MOVE HORA-INI-HOR TO HINI-DET3
           MOVE DET3 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           ADD 1 TO CONT-PREF-NAO.

       2599-FIM-GRAVA. EXIT.

           CLOSE CADDISCI CADSALA CADHOR
           IF WS-SEM-VAGAS NOT = 'S'
              CLOSE CADVAGA.
           IF WS-SEM-DISP NOT = 'S'
              CLOSE PROFDSP.
           CHAIN 'FACAD.EXE'.

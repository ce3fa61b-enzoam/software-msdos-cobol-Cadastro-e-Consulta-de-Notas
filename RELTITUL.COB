       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTITUL-COB.
      *       SISTEMA DE NOTAS
      *    ANALISTA: FABIO
      *    PROGRAMADOR(A): FABIO
      *    FINALIDADE: RELATORIO DO TITULAR (LGPD) - PELA MATRICULA,
      *                IMPRIME TODO DADO PESSOAL GUARDADO DO ALUNO OU
      *                EX-ALUNO: CADASTROS (ALUNO.DAT E alunos.dat),
      *                CPF (CPFCAD), RESPONSAVEL FINANCEIRO (RESPFIN),
      *                PNE, OCORRENCIAS, SANCOES, DOCUMENTOS (DOCALU),
      *                EMPRESTIMOS DA BIBLIOTECA, MENSALIDADES, EGRESSO,
      *                DEVOLUCOES DO CORREIO E OS LOGS QUE CITAM O
      *                ALUNO (HISTSIT, NOMEHIST, HISTNOTA, ACESSO E
      *                CXMOV) - CURSO 00 = TODOS OS CURSOS DO ALUNO
      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT ALUCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALUNO
                       FILE STATUS STATUS-ALUC.

           SELECT CPFCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CPF
                       FILE STATUS STATUS-CPF.

           SELECT RESPCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RESP
                       FILE STATUS STATUS-RESP.

           SELECT PNECAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PNE
                       FILE STATUS STATUS-PNE.

           SELECT OCORR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCO
                       FILE STATUS STATUS-OCO.

           SELECT SANCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SAN
                       FILE STATUS STATUS-SAN.

           SELECT DOCALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DALU
                       FILE STATUS STATUS-DALU.

           SELECT EMPREST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EMP
                       FILE STATUS STATUS-EMP.

           SELECT MENSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

           SELECT EGRESSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EGR
                       FILE STATUS STATUS-EGR.

           SELECT DEVCORR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DEV
                       FILE STATUS STATUS-DEV.

           SELECT ACESSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ACE
                       FILE STATUS STATUS-ACE.

           SELECT HISTSIT ASSIGN TO DISK
                       FILE STATUS STATUS-HSIT.

           SELECT NOMEHIST ASSIGN TO DISK
                       FILE STATUS STATUS-NH.

           SELECT HISTNOTA ASSIGN TO DISK
                       FILE STATUS STATUS-HNT.

           SELECT CXMOV ASSIGN TO DISK
                       FILE STATUS STATUS-CXM.

           SELECT INSTPAR ASSIGN TO DISK
                       FILE STATUS STATUS-INS.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ALUNO.DAT'
           RECORD CONTAINS 128 CHARACTERS.

       01  REG-CADALUNO.
           05  CHAVE-ALU.
               10  COD-ALUNO           PIC 9(06).
               10  COD-CURSO-ALU       PIC 9(02).
           05  NOME-ALUNO              PIC X(35).
           05  SEXO                    PIC X.
           05  ENDERECO                PIC X(40).
           05  CIDADE                  PIC X(15).
           05  CEP                     PIC 9(08).
           05  FONE                    PIC 9(12).
           05  SITUACAO-ALU            PIC X(01).
           05  DATA-SITUACAO-ALU       PIC 9(08).

       FD  ALUCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'alunos.dat'
           RECORD CONTAINS 144 CHARACTERS.

       01  REG-OARQ.
           05 CHAVE-ALUNO.
              10 COD-ALUNO-FIN     PIC 9(06).
              10 COD-CURSO-FIN     PIC 9(06).
           05 NOME-FIN             PIC X(40).
           05 ENDERECO-FIN         PIC X(30).
           05 BAIRRO-FIN           PIC X(20).
           05 CIDADE-FIN           PIC X(15).
           05 ESTADO-FIN           PIC X(02).
           05 DATA-NASC-FIN        PIC 9(08).
           05 RG-FIN               PIC 9(08).
           05 SITUACAO-FIN         PIC X(01).
           05 DATA-SITUACAO-FIN    PIC 9(08).

       FD  CPFCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CPFCAD.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-CPFCAD.
           05  CHAVE-CPF.
               10  TIPO-CPC            PIC X(01).
               10  CODIGO-CPC          PIC 9(06).
               10  CURSO-CPC           PIC 9(06).
           05  CPF-CPC                 PIC 9(11).
           05  FILLER                  PIC X(06).

       FD  RESPCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RESPFIN.DAT'
           RECORD CONTAINS 150 CHARACTERS.

       01  REG-RESPFIN.
           05  CHAVE-RESP.
               10  COD-ALUNO-RESP      PIC 9(06).
               10  COD-CURSO-RESP      PIC 9(06).
           05  NOME-RESP               PIC X(40).
           05  RG-RESP                 PIC 9(08).
           05  CPF-RESP                PIC 9(11).
           05  ENDERECO-RESP           PIC X(30).
           05  BAIRRO-RESP             PIC X(20).
           05  CIDADE-RESP             PIC X(15).
           05  ESTADO-RESP             PIC X(02).
           05  PARENTESCO-RESP         PIC X(10).
           05  FILLER                  PIC X(02).

       FD  PNECAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PNE.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PNE.
           05  CHAVE-PNE.
               10  COD-ALUNO-PNE       PIC 9(06).
               10  COD-CURSO-PNE       PIC 9(02).
           05  TIPO-PNE                PIC X(20).
           05  ACOMOD-PNE              PIC X(40).
           05  VALIDADE-PNE            PIC 9(08).
           05  FILLER                  PIC X(04).

       FD  OCORR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OCORR.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-OCORR.
           05  CHAVE-OCO.
               10  COD-ALUNO-OCO       PIC 9(06).
               10  COD-CURSO-OCO       PIC 9(02).
               10  DATA-OCO            PIC 9(08).
               10  SEQ-OCO             PIC 9(02).
           05  TIPO-OCO                PIC X(02).
           05  DESCR-OCO               PIC X(60).
           05  OPER-OCO                PIC X(10).
           05  DATA-FIM-OCO            PIC 9(08).
           05  APROVADO-OCO            PIC X(01).
           05  FILLER                  PIC X(01).

       FD  SANCAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SANCAO.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-SANCAO.
           05  CHAVE-SAN.
               10  COD-ALUNO-SAN       PIC 9(06).
               10  COD-CURSO-SAN       PIC 9(02).
               10  SEQ-SAN             PIC 9(03).
           05  DATA-OCO-SAN            PIC 9(08).
           05  SEQ-OCO-SAN             PIC 9(02).
           05  TIPO-SAN                PIC X(02).
           05  ATO-SAN                 PIC X(15).
           05  AUTORIDADE-SAN          PIC X(20).
           05  DATA-INI-SAN            PIC 9(08).
           05  DATA-FIM-SAN            PIC 9(08).
           05  SIT-SAN                 PIC X(01).
           05  OPER-SAN                PIC X(10).
           05  DATA-REG-SAN            PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  DOCALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DOCALU.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-DOCALU.
           05  CHAVE-DALU.
               10  COD-ALUNO-DALU      PIC 9(06).
               10  COD-CURSO-DALU      PIC 9(06).
               10  COD-DOC-DALU        PIC 9(02).
           05  SIT-DALU                PIC X(01).
           05  OBRIG-DALU              PIC X(01).
           05  DATA-CRIACAO-DALU       PIC 9(08).
           05  DATA-ENTREGA-DALU       PIC 9(08).
           05  FILLER                  PIC X(08).

       FD  EMPREST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'EMPREST.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-EMPREST.
           05  CHAVE-EMP.
               10  NUM-EMP             PIC 9(06).
           05  COD-OBRA-EMP            PIC 9(05).
           05  NUM-EXEMPLAR-EMP        PIC 9(02).
           05  COD-ALUNO-EMP           PIC 9(06).
           05  COD-CURSO-EMP           PIC 9(06).
           05  DATA-EMP                PIC 9(08).
           05  DATA-PREV-EMP           PIC 9(08).
           05  DATA-DEV-EMP            PIC 9(08).
           05  SIT-EMP                 PIC X(01).
           05  MULTA-EMP               PIC 9(03)V99.
           05  FILLER                  PIC X(05).

       FD  MENSCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'mensal.dat'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-MENSAL.
           05  CHAVE-MENSAL.
               10  COD-ALUNO-MENSAL    PIC 9(06).
               10  COD-CURSO-MENSAL    PIC 9(06).
               10  ANO-MENSAL          PIC 9(04).
               10  MES-MENSAL          PIC 9(02).
           05  VALOR-MENSAL            PIC 9(04)V99.
           05  VENCIMENTO-MENSAL.
               10  DIA-VENC            PIC 9(02).
               10  MES-VENC            PIC 9(02).
               10  ANO-VENC            PIC 9(04).
           05  DATA-PGTO.
               10  DIA-PGTO            PIC 9(02).
               10  MES-PGTO            PIC 9(02).
               10  ANO-PGTO            PIC 9(04).
           05  STATUS-PGTO             PIC X(01).
               88  PGTO-PAGO           VALUE 'P'.
           05  VALOR-PAGO              PIC 9(05)V99.
           05  OPERADOR-PGTO           PIC X(10).
           05  RECIBO-PGTO             PIC 9(06).
           05  FORMA-PGTO              PIC X(01).
           05  NOSSO-NUMERO            PIC 9(10).
           05  FILLER                  PIC X(05).

       FD  EGRESSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'EGRESSO.DAT'
           RECORD CONTAINS 180 CHARACTERS.

       01  REG-EGRESSO.
           05  CHAVE-EGR.
               10  COD-ALUNO-EGR       PIC 9(06).
               10  COD-CURSO-EGR       PIC 9(02).
           05  NOME-EGR                PIC X(40).
           05  ANO-FORM-EGR            PIC 9(04).
           05  DATA-COLACAO-EGR        PIC 9(08).
           05  ENDERECO-EGR            PIC X(40).
           05  CIDADE-EGR              PIC X(15).
           05  FONE-EGR                PIC 9(12).
           05  EMPRESA-EGR             PIC X(30).
           05  CARGO-EGR               PIC X(15).
           05  SIT-EMPREGO-EGR         PIC X(01).
           05  FILLER                  PIC X(07).

       FD  DEVCORR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DEVCORR.DAT'
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-DEVCORR.
           05  CHAVE-DEV.
               10  COD-ALUNO-DEV       PIC 9(06).
               10  COD-CURSO-DEV       PIC 9(06).
               10  DESTINO-DEV         PIC X(01).
           05  DATA-DEV                PIC 9(08).
           05  MOTIVO-DEV              PIC X(20).
           05  ENDERECO-DEV            PIC X(40).
           05  CIDADE-DEV              PIC X(15).
           05  OPERADOR-DEV            PIC X(10).
           05  FILLER                  PIC X(04).

       FD  ACESSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ACESSO.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-ACESSO.
           05  CHAVE-ACE.
               10  COD-ALUNO-ACE       PIC 9(06).
               10  DATA-ACE            PIC 9(08).
           05  HORA-PRI-ACE            PIC 9(06).
           05  HORA-ULT-ACE            PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  HISTSIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HISTSIT.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-HISTSIT.
           05  DATA-HSIT               PIC 9(08).
           05  HORA-HSIT               PIC 9(06).
           05  ALUNO-HSIT              PIC 9(06).
           05  CURSO-HSIT              PIC 9(02).
           05  SIT-DE-HSIT             PIC X(01).
           05  SIT-PARA-HSIT           PIC X(01).
           05  OPERADOR-HSIT           PIC X(10).
           05  MOTIVO-HSIT             PIC X(20).
           05  FILLER                  PIC X(06).

       FD  NOMEHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'NOMEHIST.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-NOMEHIST.
           05  COD-ALUNO-NH            PIC 9(06).
           05  COD-CURSO-NH            PIC 9(02).
           05  NOME-ANTERIOR-NH        PIC X(40).
           05  NOME-NOVO-NH            PIC X(40).
           05  DOC-CARTORIO-NH         PIC X(20).
           05  DATA-NH                 PIC 9(08).
           05  FILLER                  PIC X(04).

       FD  HISTNOTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HISTNOTA.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-HISTNOTA.
           05  DATA-HIST               PIC 9(06).
           05  ANO-HIST                PIC 9(04).
           05  CURSO-HIST              PIC 9(02).
           05  ALUNO-HIST              PIC 9(06).
           05  DISCI-HIST              PIC 9(04).
           05  BIM-HIST                PIC 9.
           05  NOTA-ANTIGA-HIST        PIC 99V9.
           05  NOTA-NOVA-HIST          PIC 99V9.
           05  FALTAS-ANTIGA-HIST      PIC 9(03).
           05  FALTAS-NOVA-HIST        PIC 9(03).
           05  OPERADOR-HIST           PIC X(10).
           05  PROTOCOLO-HIST          PIC 9(06).
           05  FILLER                  PIC X(29).

       FD  CXMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CXMOV.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-CXMOV.
           05  DATA-CXM                PIC 9(08).
           05  TIPO-CXM                PIC X(08).
           05  ALUNO-CXM               PIC 9(06).
           05  CURSO-CXM               PIC 9(06).
           05  REFER-CXM               PIC 9(06).
           05  VALOR-CXM               PIC 9(05)V99.
           05  SINAL-CXM               PIC X(01).
           05  OPERADOR-CXM            PIC X(10).
           05  FILLER                  PIC X(08).

       FD  INSTPAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'instpar.dat'
           RECORD CONTAINS 220 CHARACTERS.

       01  REG-INSTPAR.
           05  RAZAO-SOCIAL-INS        PIC X(60).
           05  FANTASIA-INS            PIC X(40).
           05  CNPJ-INS                PIC 9(14).
           05  ENDERECO-INS            PIC X(40).
           05  CIDADE-INS              PIC X(15).
           05  ESTADO-INS              PIC X(02).
           05  CEP-INS                 PIC 9(08).
           05  DIRETOR-INS             PIC X(40).
           05  FILLER                  PIC X(01).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-RELATO                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU              PIC X(02) VALUE SPACE.
       01  STATUS-ALUC             PIC X(02) VALUE SPACE.
       01  STATUS-CPF              PIC X(02) VALUE SPACE.
       01  STATUS-RESP             PIC X(02) VALUE SPACE.
       01  STATUS-PNE              PIC X(02) VALUE SPACE.
       01  STATUS-OCO              PIC X(02) VALUE SPACE.
       01  STATUS-SAN              PIC X(02) VALUE SPACE.
       01  STATUS-DALU             PIC X(02) VALUE SPACE.
       01  STATUS-EMP              PIC X(02) VALUE SPACE.
       01  STATUS-MENS             PIC X(02) VALUE SPACE.
       01  STATUS-EGR              PIC X(02) VALUE SPACE.
       01  STATUS-DEV              PIC X(02) VALUE SPACE.
       01  STATUS-ACE              PIC X(02) VALUE SPACE.
       01  STATUS-HSIT             PIC X(02) VALUE SPACE.
       01  STATUS-NH               PIC X(02) VALUE SPACE.
       01  STATUS-HNT              PIC X(02) VALUE SPACE.
       01  STATUS-CXM              PIC X(02) VALUE SPACE.
       01  STATUS-INS              PIC X(02) VALUE SPACE.
       01  WS-ALUNO                PIC 9(06) VALUE ZEROS.
       01  WS-CURSO                PIC 9(02) VALUE ZEROS.
       01  WS-ACHOU                PIC X VALUE 'N'.
       01  WS-RESPOSTA             PIC X.
       01  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  CONT-SEC                PIC 9(05) VALUE ZEROS.
       01  CONT-TOTAL              PIC 9(05) VALUE ZEROS.
       01  CONT-ACE                PIC 9(05) VALUE ZEROS.
       01  WS-ACE-PRI              PIC 9(08) VALUE ZEROS.
       01  WS-ACE-ULT              PIC 9(08) VALUE ZEROS.
       01  CONTLIN                 PIC 99 VALUE ZEROS.
       01  CONTPAG                 PIC 9(03) VALUE ZEROS.
       01  ED-VALOR                PIC ZZ.ZZ9,99.
       01  ED-NOTA                 PIC Z9,9.
       01  ED-CONT                 PIC ZZ.ZZ9.

      * DATA AAAAMMDD PARA DD/MM/AAAA E AAMMDD PARA DD/MM/AA
       01  WS-DATA-E.
           05 WS-DE-ANO            PIC 9(04).
           05 WS-DE-MES            PIC 9(02).
           05 WS-DE-DIA            PIC 9(02).
       01  WS-DATA-E-R REDEFINES WS-DATA-E PIC 9(08).
       01  WS-DATA-ED.
           05 ED-DIA               PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 ED-MES               PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 ED-ANO               PIC 9(04).
       01  WS-DATA6-E.
           05 WS-D6-ANO            PIC 9(02).
           05 WS-D6-MES            PIC 9(02).
           05 WS-D6-DIA            PIC 9(02).
       01  WS-DATA6-E-R REDEFINES WS-DATA6-E PIC 9(06).
       01  WS-DATA6-ED.
           05 ED6-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 ED6-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 ED6-ANO              PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.

       01  CAB1.
           05 INST-CAB1            PIC X(60) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'PAG. '.
           05 PAG-CAB1             PIC ZZ9.

       01  CAB2.
           05 FILLER               PIC X(10) VALUE 'RELTITUL'.
           05 FILLER               PIC X(50) VALUE
           'RELATORIO DE DADOS PESSOAIS DO TITULAR - LGPD'.
           05 FILLER               PIC X(10) VALUE 'EMISSAO: '.
           05 DATA-CAB2            PIC X(10).

       01  CAB3.
           05 FILLER               PIC X(11) VALUE 'MATRICULA: '.
           05 ALUNO-CAB3           PIC 9(06).
           05 FILLER               PIC X(09) VALUE '  CURSO: '.
           05 CURSO-CAB3           PIC X(05).
           05 FILLER               PIC X(49) VALUE SPACES.

       01  LIN-SECAO.
           05 FILLER               PIC X(04) VALUE '*** '.
           05 TITULO-SEC           PIC X(50).
           05 FILLER               PIC X(26) VALUE SPACES.

       01  LIN-CAMPO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 ROTULO-LC            PIC X(18).
           05 VALOR-LC             PIC X(58).

       01  LIN-ITEM.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 I1-LIT               PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 I2-LIT               PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 I3-LIT               PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 I4-LIT               PIC X(43).

       01  LIN-NADA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
           'NENHUM REGISTRO'.
           05 FILLER               PIC X(46) VALUE SPACES.

       01  LIN-SEM-ARQ.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
           'ARQUIVO INEXISTENTE NESTA INSTALACAO'.
           05 FILLER               PIC X(36) VALUE SPACES.

       01  LIN-TOTAL.
           05 FILLER               PIC X(40) VALUE
           'TOTAL DE REGISTROS COM DADOS DO TITULAR:'.
           05 TOTAL-LT             PIC ZZ.ZZ9.
           05 FILLER               PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO DATA-CAB2
           OPEN INPUT INSTPAR
           IF STATUS-INS = '00'
              READ INSTPAR
              IF STATUS-INS = '00'
                 MOVE RAZAO-SOCIAL-INS TO INST-CAB1.
           IF STATUS-INS NOT = '35'
              CLOSE INSTPAR.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELTITUL'
           DISPLAY (02 22) 'RELATORIO DO TITULAR - DADOS PESSOAIS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'MATRICULA [      ]   CURSO [  ] (00=TODOS)'.

       0300-MATRICULA.
           ACCEPT (05 21) WS-ALUNO WITH PROMPT AUTO-SKIP
           IF WS-ALUNO = ZEROS
              GO TO 0900-FIM.
           ACCEPT (05 38) WS-CURSO WITH PROMPT AUTO-SKIP
           PERFORM 0400-EXISTE THRU 0499-FIM-EXISTE
           IF WS-ACHOU NOT = 'S'
              DISPLAY (22 20) 'MATRICULA SEM CADASTRO NO SISTEMA'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (22 10) 'EMITE O RELATORIO (S OU N) [ ]'
           ACCEPT (22 38) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0200-TELA.
           DISPLAY (22 10) '    AGUARDE - LENDO OS ARQUIVOS   '
           MOVE ZEROS TO CONTPAG CONT-TOTAL
           MOVE WS-ALUNO TO ALUNO-CAB3
           IF WS-CURSO = ZEROS
              MOVE 'TODOS' TO CURSO-CAB3
           ELSE
              MOVE WS-CURSO TO CURSO-CAB3.
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO
           PERFORM 1000-ALUNO THRU 1099-FIM-ALUNO
           PERFORM 1100-ALUCAD THRU 1199-FIM-ALUCAD
           PERFORM 1200-CPF THRU 1299-FIM-CPF
           PERFORM 1300-RESP THRU 1399-FIM-RESP
           PERFORM 1400-PNE THRU 1499-FIM-PNE
           PERFORM 1500-OCORR THRU 1599-FIM-OCORR
           PERFORM 1600-SANCAO THRU 1699-FIM-SANCAO
           PERFORM 1700-DOCALU THRU 1799-FIM-DOCALU
           PERFORM 1800-EMPREST THRU 1899-FIM-EMPREST
           PERFORM 1900-MENSAL THRU 1999-FIM-MENSAL
           PERFORM 2000-EGRESSO THRU 2099-FIM-EGRESSO
           PERFORM 2100-DEVCORR THRU 2199-FIM-DEVCORR
           PERFORM 3000-HISTSIT THRU 3099-FIM-HISTSIT
           PERFORM 3100-NOMEHIST THRU 3199-FIM-NOMEHIST
           PERFORM 3200-HISTNOTA THRU 3299-FIM-HISTNOTA
           PERFORM 3300-ACESSO THRU 3399-FIM-ACESSO
           PERFORM 3400-CXMOV THRU 3499-FIM-CXMOV
           MOVE CONT-TOTAL TO TOTAL-LT
           WRITE REG-RELATO FROM LIN-TOTAL AFTER 2 LINES
           CLOSE RELATO
           DISPLAY (22 10) '    RELATORIO EMITIDO - TECLE ENTER   '
           STOP ' '
           GO TO 0200-TELA.

      * A MATRICULA PRECISA EXISTIR EM UM DOS DOIS CADASTROS
       0400-EXISTE.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              GO TO 0450-ALUCAD.
           MOVE WS-ALUNO TO COD-ALUNO
           MOVE WS-CURSO TO COD-CURSO-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              CLOSE CADALUNO
              GO TO 0450-ALUCAD.
           READ CADALUNO NEXT
           IF STATUS-ALU = '00' AND COD-ALUNO = WS-ALUNO
              AND (WS-CURSO = ZEROS OR COD-CURSO-ALU = WS-CURSO)
              MOVE 'S' TO WS-ACHOU.
           CLOSE CADALUNO
           IF WS-ACHOU = 'S'
              GO TO 0499-FIM-EXISTE.

       0450-ALUCAD.
           OPEN INPUT ALUCAD
           IF STATUS-ALUC NOT = '00'
              GO TO 0499-FIM-EXISTE.
           MOVE WS-ALUNO TO COD-ALUNO-FIN
           MOVE WS-CURSO TO COD-CURSO-FIN
           START ALUCAD KEY NOT LESS THAN CHAVE-ALUNO INVALID KEY
              CLOSE ALUCAD
              GO TO 0499-FIM-EXISTE.
           READ ALUCAD NEXT
           IF STATUS-ALUC = '00' AND COD-ALUNO-FIN = WS-ALUNO
              AND (WS-CURSO = ZEROS OR COD-CURSO-FIN = WS-CURSO)
              MOVE 'S' TO WS-ACHOU.
           CLOSE ALUCAD.

       0499-FIM-EXISTE. EXIT.

      * ---- CADASTRO ACADEMICO ----
       1000-ALUNO.
           MOVE 'CADASTRO ACADEMICO (ALUNO.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1099-FIM-ALUNO.
           MOVE WS-ALUNO TO COD-ALUNO
           MOVE WS-CURSO TO COD-CURSO-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              GO TO 1090-FECHA-ALUNO.

       1010-LE-ALUNO.
           READ CADALUNO NEXT
           IF STATUS-ALU NOT = '00' OR COD-ALUNO NOT = WS-ALUNO
              GO TO 1090-FECHA-ALUNO.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-ALU NOT = WS-CURSO
              GO TO 1090-FECHA-ALUNO.
           ADD 1 TO CONT-SEC
           MOVE 'CURSO' TO ROTULO-LC
           MOVE COD-CURSO-ALU TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'NOME' TO ROTULO-LC
           MOVE NOME-ALUNO TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'SEXO' TO ROTULO-LC
           MOVE SEXO TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'ENDERECO' TO ROTULO-LC
           MOVE ENDERECO TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'CIDADE' TO ROTULO-LC
           MOVE CIDADE TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'CEP' TO ROTULO-LC
           MOVE CEP TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'TELEFONE' TO ROTULO-LC
           MOVE FONE TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'SITUACAO / DESDE' TO ROTULO-LC
           MOVE DATA-SITUACAO-ALU TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE SITUACAO-ALU TO VALOR-LC
           MOVE WS-DATA-ED TO VALOR-LC (4:10)
           PERFORM 8200-CAMPO
           GO TO 1010-LE-ALUNO.

       1090-FECHA-ALUNO.
           CLOSE CADALUNO
           PERFORM 8300-FIM-SECAO.

       1099-FIM-ALUNO. EXIT.

      * ---- CADASTRO DA SECRETARIA / FINANCEIRO ----
       1100-ALUCAD.
           MOVE 'CADASTRO DA SECRETARIA (alunos.dat)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT ALUCAD
           IF STATUS-ALUC NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1199-FIM-ALUCAD.
           MOVE WS-ALUNO TO COD-ALUNO-FIN
           MOVE WS-CURSO TO COD-CURSO-FIN
           START ALUCAD KEY NOT LESS THAN CHAVE-ALUNO INVALID KEY
              GO TO 1190-FECHA-ALUCAD.

       1110-LE-ALUCAD.
           READ ALUCAD NEXT
           IF STATUS-ALUC NOT = '00' OR COD-ALUNO-FIN NOT = WS-ALUNO
              GO TO 1190-FECHA-ALUCAD.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-FIN NOT = WS-CURSO
              GO TO 1190-FECHA-ALUCAD.
           ADD 1 TO CONT-SEC
           MOVE 'CURSO' TO ROTULO-LC
           MOVE COD-CURSO-FIN TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'NOME' TO ROTULO-LC
           MOVE NOME-FIN TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'ENDERECO' TO ROTULO-LC
           MOVE ENDERECO-FIN TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'BAIRRO' TO ROTULO-LC
           MOVE BAIRRO-FIN TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'CIDADE / UF' TO ROTULO-LC
           MOVE CIDADE-FIN TO VALOR-LC
           MOVE ESTADO-FIN TO VALOR-LC (17:2)
           PERFORM 8200-CAMPO
           MOVE 'NASCIMENTO' TO ROTULO-LC
           MOVE DATA-NASC-FIN TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'RG' TO ROTULO-LC
           MOVE RG-FIN TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'SITUACAO / DESDE' TO ROTULO-LC
           MOVE DATA-SITUACAO-FIN TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE SITUACAO-FIN TO VALOR-LC
           MOVE WS-DATA-ED TO VALOR-LC (4:10)
           PERFORM 8200-CAMPO
           GO TO 1110-LE-ALUCAD.

       1190-FECHA-ALUCAD.
           CLOSE ALUCAD
           PERFORM 8300-FIM-SECAO.

       1199-FIM-ALUCAD. EXIT.

      * ---- CPF DO ALUNO (TIPO A) ----
       1200-CPF.
           MOVE 'CPF DO ALUNO (CPFCAD.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT CPFCAD
           IF STATUS-CPF NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1299-FIM-CPF.
           MOVE 'A' TO TIPO-CPC
           MOVE WS-ALUNO TO CODIGO-CPC
           MOVE WS-CURSO TO CURSO-CPC
           START CPFCAD KEY NOT LESS THAN CHAVE-CPF INVALID KEY
              GO TO 1290-FECHA-CPF.

       1210-LE-CPF.
           READ CPFCAD NEXT
           IF STATUS-CPF NOT = '00' OR TIPO-CPC NOT = 'A'
              OR CODIGO-CPC NOT = WS-ALUNO
              GO TO 1290-FECHA-CPF.
           IF WS-CURSO NOT = ZEROS AND CURSO-CPC NOT = WS-CURSO
              GO TO 1290-FECHA-CPF.
           ADD 1 TO CONT-SEC
           MOVE 'CPF (CURSO)' TO ROTULO-LC
           MOVE CPF-CPC TO VALOR-LC
           MOVE CURSO-CPC TO VALOR-LC (14:6)
           PERFORM 8200-CAMPO
           GO TO 1210-LE-CPF.

       1290-FECHA-CPF.
           CLOSE CPFCAD
           PERFORM 8300-FIM-SECAO.

       1299-FIM-CPF. EXIT.

      * ---- RESPONSAVEL FINANCEIRO ----
       1300-RESP.
           MOVE 'RESPONSAVEL FINANCEIRO (RESPFIN.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT RESPCAD
           IF STATUS-RESP NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1399-FIM-RESP.
           MOVE WS-ALUNO TO COD-ALUNO-RESP
           MOVE WS-CURSO TO COD-CURSO-RESP
           START RESPCAD KEY NOT LESS THAN CHAVE-RESP INVALID KEY
              GO TO 1390-FECHA-RESP.

       1310-LE-RESP.
           READ RESPCAD NEXT
           IF STATUS-RESP NOT = '00' OR COD-ALUNO-RESP NOT = WS-ALUNO
              GO TO 1390-FECHA-RESP.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-RESP NOT = WS-CURSO
              GO TO 1390-FECHA-RESP.
           ADD 1 TO CONT-SEC
           MOVE 'CURSO' TO ROTULO-LC
           MOVE COD-CURSO-RESP TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'NOME' TO ROTULO-LC
           MOVE NOME-RESP TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'PARENTESCO' TO ROTULO-LC
           MOVE PARENTESCO-RESP TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'RG / CPF' TO ROTULO-LC
           MOVE RG-RESP TO VALOR-LC
           MOVE CPF-RESP TO VALOR-LC (11:11)
           PERFORM 8200-CAMPO
           MOVE 'ENDERECO' TO ROTULO-LC
           MOVE ENDERECO-RESP TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'BAIRRO' TO ROTULO-LC
           MOVE BAIRRO-RESP TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'CIDADE / UF' TO ROTULO-LC
           MOVE CIDADE-RESP TO VALOR-LC
           MOVE ESTADO-RESP TO VALOR-LC (17:2)
           PERFORM 8200-CAMPO
           GO TO 1310-LE-RESP.

       1390-FECHA-RESP.
           CLOSE RESPCAD
           PERFORM 8300-FIM-SECAO.

       1399-FIM-RESP. EXIT.

      * ---- NECESSIDADES ESPECIAIS (DADO SENSIVEL) ----
       1400-PNE.
           MOVE 'NECESSIDADES ESPECIAIS (PNE.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT PNECAD
           IF STATUS-PNE NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1499-FIM-PNE.
           MOVE WS-ALUNO TO COD-ALUNO-PNE
           MOVE WS-CURSO TO COD-CURSO-PNE
           START PNECAD KEY NOT LESS THAN CHAVE-PNE INVALID KEY
              GO TO 1490-FECHA-PNE.

       1410-LE-PNE.
           READ PNECAD NEXT
           IF STATUS-PNE NOT = '00' OR COD-ALUNO-PNE NOT = WS-ALUNO
              GO TO 1490-FECHA-PNE.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-PNE NOT = WS-CURSO
              GO TO 1490-FECHA-PNE.
           ADD 1 TO CONT-SEC
           MOVE 'CURSO / TIPO' TO ROTULO-LC
           MOVE COD-CURSO-PNE TO VALOR-LC
           MOVE TIPO-PNE TO VALOR-LC (4:20)
           PERFORM 8200-CAMPO
           MOVE 'ACOMODACAO' TO ROTULO-LC
           MOVE ACOMOD-PNE TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'VALIDADE' TO ROTULO-LC
           MOVE VALIDADE-PNE TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO VALOR-LC
           PERFORM 8200-CAMPO
           GO TO 1410-LE-PNE.

       1490-FECHA-PNE.
           CLOSE PNECAD
           PERFORM 8300-FIM-SECAO.

       1499-FIM-PNE. EXIT.

      * ---- OCORRENCIAS ----
       1500-OCORR.
           MOVE 'OCORRENCIAS (OCORR.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT OCORR
           IF STATUS-OCO NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1599-FIM-OCORR.
           MOVE WS-ALUNO TO COD-ALUNO-OCO
           MOVE WS-CURSO TO COD-CURSO-OCO
           MOVE ZEROS TO DATA-OCO SEQ-OCO
           START OCORR KEY NOT LESS THAN CHAVE-OCO INVALID KEY
              GO TO 1590-FECHA-OCORR.
           MOVE 'DATA' TO I1-LIT
           MOVE 'CURSO/TIPO' TO I2-LIT
           MOVE 'OPERADOR' TO I3-LIT
           MOVE 'DESCRICAO' TO I4-LIT
           PERFORM 8250-ITEM.

       1510-LE-OCORR.
           READ OCORR NEXT
           IF STATUS-OCO NOT = '00' OR COD-ALUNO-OCO NOT = WS-ALUNO
              GO TO 1590-FECHA-OCORR.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-OCO NOT = WS-CURSO
              GO TO 1590-FECHA-OCORR.
           ADD 1 TO CONT-SEC
           MOVE DATA-OCO TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I1-LIT
           MOVE COD-CURSO-OCO TO I2-LIT
           MOVE TIPO-OCO TO I2-LIT (4:2)
           MOVE OPER-OCO TO I3-LIT
           MOVE DESCR-OCO TO I4-LIT
           PERFORM 8250-ITEM
           GO TO 1510-LE-OCORR.

       1590-FECHA-OCORR.
           CLOSE OCORR
           PERFORM 8300-FIM-SECAO.

       1599-FIM-OCORR. EXIT.

      * ---- SANCOES DISCIPLINARES ----
       1600-SANCAO.
           MOVE 'SANCOES DISCIPLINARES (SANCAO.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT SANCAO
           IF STATUS-SAN NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1699-FIM-SANCAO.
           MOVE WS-ALUNO TO COD-ALUNO-SAN
           MOVE WS-CURSO TO COD-CURSO-SAN
           MOVE ZEROS TO SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 1690-FECHA-SANCAO.
           MOVE 'INICIO' TO I1-LIT
           MOVE 'FIM' TO I2-LIT
           MOVE 'CURSO/TIPO' TO I3-LIT
           MOVE 'ATO / AUTORIDADE' TO I4-LIT
           PERFORM 8250-ITEM.

       1610-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00' OR COD-ALUNO-SAN NOT = WS-ALUNO
              GO TO 1690-FECHA-SANCAO.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-SAN NOT = WS-CURSO
              GO TO 1690-FECHA-SANCAO.
           ADD 1 TO CONT-SEC
           MOVE DATA-INI-SAN TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I1-LIT
           MOVE DATA-FIM-SAN TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I2-LIT
           MOVE COD-CURSO-SAN TO I3-LIT
           MOVE TIPO-SAN TO I3-LIT (4:2)
           MOVE ATO-SAN TO I4-LIT
           MOVE AUTORIDADE-SAN TO I4-LIT (17:20)
           PERFORM 8250-ITEM
           GO TO 1610-LE-SANCAO.

       1690-FECHA-SANCAO.
           CLOSE SANCAO
           PERFORM 8300-FIM-SECAO.

       1699-FIM-SANCAO. EXIT.

      * ---- DOCUMENTOS ENTREGUES / PENDENTES ----
       1700-DOCALU.
           MOVE 'DOCUMENTOS DO ALUNO (DOCALU.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT DOCALU
           IF STATUS-DALU NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1799-FIM-DOCALU.
           MOVE WS-ALUNO TO COD-ALUNO-DALU
           MOVE WS-CURSO TO COD-CURSO-DALU
           MOVE ZEROS TO COD-DOC-DALU
           START DOCALU KEY NOT LESS THAN CHAVE-DALU INVALID KEY
              GO TO 1790-FECHA-DOCALU.
           MOVE 'CURSO/DOC' TO I1-LIT
           MOVE 'EXIGIDO' TO I2-LIT
           MOVE 'ENTREGUE' TO I3-LIT
           MOVE 'SITUACAO' TO I4-LIT
           PERFORM 8250-ITEM.

       1710-LE-DOCALU.
           READ DOCALU NEXT
           IF STATUS-DALU NOT = '00' OR COD-ALUNO-DALU NOT = WS-ALUNO
              GO TO 1790-FECHA-DOCALU.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-DALU NOT = WS-CURSO
              GO TO 1790-FECHA-DOCALU.
           ADD 1 TO CONT-SEC
           MOVE COD-CURSO-DALU TO I1-LIT
           MOVE COD-DOC-DALU TO I1-LIT (8:2)
           MOVE DATA-CRIACAO-DALU TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I2-LIT
           MOVE DATA-ENTREGA-DALU TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I3-LIT
           MOVE SIT-DALU TO I4-LIT
           PERFORM 8250-ITEM
           GO TO 1710-LE-DOCALU.

       1790-FECHA-DOCALU.
           CLOSE DOCALU
           PERFORM 8300-FIM-SECAO.

       1799-FIM-DOCALU. EXIT.

      * ---- EMPRESTIMOS DA BIBLIOTECA (CHAVE E O NUMERO, LE TUDO) ----
       1800-EMPREST.
           MOVE 'EMPRESTIMOS DA BIBLIOTECA (EMPREST.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT EMPREST
           IF STATUS-EMP NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1899-FIM-EMPREST.
           MOVE 'EMPRESTIMO' TO I1-LIT
           MOVE 'DEVOLUCAO' TO I2-LIT
           MOVE 'OBRA/EX' TO I3-LIT
           MOVE 'NUMERO / SITUACAO / MULTA' TO I4-LIT
           PERFORM 8250-ITEM.

       1810-LE-EMPREST.
           READ EMPREST NEXT
           IF STATUS-EMP NOT = '00'
              GO TO 1890-FECHA-EMPREST.
           IF COD-ALUNO-EMP NOT = WS-ALUNO
              GO TO 1810-LE-EMPREST.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-EMP NOT = WS-CURSO
              GO TO 1810-LE-EMPREST.
           ADD 1 TO CONT-SEC
           MOVE DATA-EMP TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I1-LIT
           MOVE DATA-DEV-EMP TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I2-LIT
           MOVE COD-OBRA-EMP TO I3-LIT
           MOVE NUM-EXEMPLAR-EMP TO I3-LIT (7:2)
           MOVE NUM-EMP TO I4-LIT
           MOVE SIT-EMP TO I4-LIT (8:1)
           MOVE MULTA-EMP TO ED-VALOR
           MOVE ED-VALOR TO I4-LIT (10:9)
           PERFORM 8250-ITEM
           GO TO 1810-LE-EMPREST.

       1890-FECHA-EMPREST.
           CLOSE EMPREST
           PERFORM 8300-FIM-SECAO.

       1899-FIM-EMPREST. EXIT.

      * ---- MENSALIDADES ----
       1900-MENSAL.
           MOVE 'MENSALIDADES (mensal.dat)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT MENSCAD
           IF STATUS-MENS NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 1999-FIM-MENSAL.
           MOVE WS-ALUNO TO COD-ALUNO-MENSAL
           MOVE WS-CURSO TO COD-CURSO-MENSAL
           MOVE ZEROS TO ANO-MENSAL MES-MENSAL
           START MENSCAD KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              GO TO 1990-FECHA-MENSAL.
           MOVE 'COMPETENC.' TO I1-LIT
           MOVE 'VENCIMENTO' TO I2-LIT
           MOVE 'PAGAMENTO' TO I3-LIT
           MOVE 'CURSO / VALOR / SIT / PAGO / OPERADOR' TO I4-LIT
           PERFORM 8250-ITEM.

       1910-LE-MENSAL.
           READ MENSCAD NEXT
           IF STATUS-MENS NOT = '00' OR COD-ALUNO-MENSAL NOT = WS-ALUNO
              GO TO 1990-FECHA-MENSAL.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-MENSAL NOT = WS-CURSO
              GO TO 1910-LE-MENSAL.
           ADD 1 TO CONT-SEC
           MOVE MES-MENSAL TO I1-LIT
           MOVE '/' TO I1-LIT (3:1)
           MOVE ANO-MENSAL TO I1-LIT (4:4)
           MOVE DIA-VENC TO ED-DIA
           MOVE MES-VENC TO ED-MES
           MOVE ANO-VENC TO ED-ANO
           MOVE WS-DATA-ED TO I2-LIT
           MOVE SPACES TO I3-LIT
           IF PGTO-PAGO
              MOVE DIA-PGTO TO ED-DIA
              MOVE MES-PGTO TO ED-MES
              MOVE ANO-PGTO TO ED-ANO
              MOVE WS-DATA-ED TO I3-LIT.
           MOVE COD-CURSO-MENSAL TO I4-LIT
           MOVE VALOR-MENSAL TO ED-VALOR
           MOVE ED-VALOR TO I4-LIT (8:9)
           MOVE STATUS-PGTO TO I4-LIT (18:1)
           MOVE VALOR-PAGO TO ED-VALOR
           MOVE ED-VALOR TO I4-LIT (20:9)
           MOVE OPERADOR-PGTO TO I4-LIT (30:10)
           PERFORM 8250-ITEM
           GO TO 1910-LE-MENSAL.

       1990-FECHA-MENSAL.
           CLOSE MENSCAD
           PERFORM 8300-FIM-SECAO.

       1999-FIM-MENSAL. EXIT.

      * ---- EGRESSOS ----
       2000-EGRESSO.
           MOVE 'CADASTRO DE EGRESSOS (EGRESSO.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT EGRESSO
           IF STATUS-EGR NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 2099-FIM-EGRESSO.
           MOVE WS-ALUNO TO COD-ALUNO-EGR
           MOVE WS-CURSO TO COD-CURSO-EGR
           START EGRESSO KEY NOT LESS THAN CHAVE-EGR INVALID KEY
              GO TO 2090-FECHA-EGRESSO.

       2010-LE-EGRESSO.
           READ EGRESSO NEXT
           IF STATUS-EGR NOT = '00' OR COD-ALUNO-EGR NOT = WS-ALUNO
              GO TO 2090-FECHA-EGRESSO.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-EGR NOT = WS-CURSO
              GO TO 2090-FECHA-EGRESSO.
           ADD 1 TO CONT-SEC
           MOVE 'CURSO / FORMATURA' TO ROTULO-LC
           MOVE COD-CURSO-EGR TO VALOR-LC
           MOVE ANO-FORM-EGR TO VALOR-LC (4:4)
           PERFORM 8200-CAMPO
           MOVE 'NOME' TO ROTULO-LC
           MOVE NOME-EGR TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'ENDERECO' TO ROTULO-LC
           MOVE ENDERECO-EGR TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'CIDADE / FONE' TO ROTULO-LC
           MOVE CIDADE-EGR TO VALOR-LC
           MOVE FONE-EGR TO VALOR-LC (17:12)
           PERFORM 8200-CAMPO
           MOVE 'EMPRESA / CARGO' TO ROTULO-LC
           MOVE EMPRESA-EGR TO VALOR-LC
           MOVE CARGO-EGR TO VALOR-LC (32:15)
           PERFORM 8200-CAMPO
           GO TO 2010-LE-EGRESSO.

       2090-FECHA-EGRESSO.
           CLOSE EGRESSO
           PERFORM 8300-FIM-SECAO.

       2099-FIM-EGRESSO. EXIT.

      * ---- DEVOLUCOES DO CORREIO ----
       2100-DEVCORR.
           MOVE 'DEVOLUCOES DO CORREIO (DEVCORR.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT DEVCORR
           IF STATUS-DEV NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 2199-FIM-DEVCORR.
           MOVE WS-ALUNO TO COD-ALUNO-DEV
           MOVE WS-CURSO TO COD-CURSO-DEV
           MOVE SPACES TO DESTINO-DEV
           START DEVCORR KEY NOT LESS THAN CHAVE-DEV INVALID KEY
              GO TO 2190-FECHA-DEVCORR.

       2110-LE-DEVCORR.
           READ DEVCORR NEXT
           IF STATUS-DEV NOT = '00' OR COD-ALUNO-DEV NOT = WS-ALUNO
              GO TO 2190-FECHA-DEVCORR.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-DEV NOT = WS-CURSO
              GO TO 2190-FECHA-DEVCORR.
           ADD 1 TO CONT-SEC
           MOVE DATA-DEV TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I1-LIT
           MOVE COD-CURSO-DEV TO I2-LIT
           MOVE DESTINO-DEV TO I2-LIT (8:1)
           MOVE CIDADE-DEV TO I3-LIT
           MOVE ENDERECO-DEV TO I4-LIT
           PERFORM 8250-ITEM
           GO TO 2110-LE-DEVCORR.

       2190-FECHA-DEVCORR.
           CLOSE DEVCORR
           PERFORM 8300-FIM-SECAO.

       2199-FIM-DEVCORR. EXIT.

      * ---- LOG DE MUDANCAS DE SITUACAO ----
       3000-HISTSIT.
           MOVE 'LOG DE SITUACAO (HISTSIT.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT HISTSIT
           IF STATUS-HSIT NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 3099-FIM-HISTSIT.

       3010-LE-HISTSIT.
           READ HISTSIT AT END
              GO TO 3090-FECHA-HISTSIT.
           IF ALUNO-HSIT NOT = WS-ALUNO
              GO TO 3010-LE-HISTSIT.
           IF WS-CURSO NOT = ZEROS AND CURSO-HSIT NOT = WS-CURSO
              GO TO 3010-LE-HISTSIT.
           ADD 1 TO CONT-SEC
           MOVE DATA-HSIT TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I1-LIT
           MOVE CURSO-HSIT TO I2-LIT
           MOVE SIT-DE-HSIT TO I2-LIT (4:1)
           MOVE '>' TO I2-LIT (5:1)
           MOVE SIT-PARA-HSIT TO I2-LIT (6:1)
           MOVE OPERADOR-HSIT TO I3-LIT
           MOVE MOTIVO-HSIT TO I4-LIT
           PERFORM 8250-ITEM
           GO TO 3010-LE-HISTSIT.

       3090-FECHA-HISTSIT.
           CLOSE HISTSIT
           PERFORM 8300-FIM-SECAO.

       3099-FIM-HISTSIT. EXIT.

      * ---- LOG DE ALTERACAO DE NOME ----
       3100-NOMEHIST.
           MOVE 'LOG DE ALTERACAO DE NOME (NOMEHIST.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT NOMEHIST
           IF STATUS-NH NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 3199-FIM-NOMEHIST.

       3110-LE-NOMEHIST.
           READ NOMEHIST AT END
              GO TO 3190-FECHA-NOMEHIST.
           IF COD-ALUNO-NH NOT = WS-ALUNO
              GO TO 3110-LE-NOMEHIST.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-NH NOT = WS-CURSO
              GO TO 3110-LE-NOMEHIST.
           ADD 1 TO CONT-SEC
           MOVE 'DATA / DOCUMENTO' TO ROTULO-LC
           MOVE DATA-NH TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO VALOR-LC
           MOVE DOC-CARTORIO-NH TO VALOR-LC (12:20)
           PERFORM 8200-CAMPO
           MOVE 'NOME ANTERIOR' TO ROTULO-LC
           MOVE NOME-ANTERIOR-NH TO VALOR-LC
           PERFORM 8200-CAMPO
           MOVE 'NOME NOVO' TO ROTULO-LC
           MOVE NOME-NOVO-NH TO VALOR-LC
           PERFORM 8200-CAMPO
           GO TO 3110-LE-NOMEHIST.

       3190-FECHA-NOMEHIST.
           CLOSE NOMEHIST
           PERFORM 8300-FIM-SECAO.

       3199-FIM-NOMEHIST. EXIT.

      * ---- LOG DE CORRECAO DE NOTAS ----
       3200-HISTNOTA.
           MOVE 'LOG DE CORRECAO DE NOTAS (HISTNOTA.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT HISTNOTA
           IF STATUS-HNT NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 3299-FIM-HISTNOTA.
           MOVE 'DATA' TO I1-LIT
           MOVE 'ANO/DISC' TO I2-LIT
           MOVE 'OPERADOR' TO I3-LIT
           MOVE 'BIM  NOTA DE/PARA   FALTAS DE/PARA' TO I4-LIT
           PERFORM 8250-ITEM.

       3210-LE-HISTNOTA.
           READ HISTNOTA AT END
              GO TO 3290-FECHA-HISTNOTA.
           IF ALUNO-HIST NOT = WS-ALUNO
              GO TO 3210-LE-HISTNOTA.
           IF WS-CURSO NOT = ZEROS AND CURSO-HIST NOT = WS-CURSO
              GO TO 3210-LE-HISTNOTA.
           ADD 1 TO CONT-SEC
           MOVE DATA-HIST TO WS-DATA6-E-R
           PERFORM 8510-EDITA-DATA6
           MOVE WS-DATA6-ED TO I1-LIT
           MOVE ANO-HIST TO I2-LIT
           MOVE DISCI-HIST TO I2-LIT (6:4)
           MOVE OPERADOR-HIST TO I3-LIT
           MOVE SPACES TO I4-LIT
           MOVE BIM-HIST TO I4-LIT (2:1)
           MOVE NOTA-ANTIGA-HIST TO ED-NOTA
           MOVE ED-NOTA TO I4-LIT (6:4)
           MOVE NOTA-NOVA-HIST TO ED-NOTA
           MOVE ED-NOTA TO I4-LIT (11:4)
           MOVE FALTAS-ANTIGA-HIST TO I4-LIT (22:3)
           MOVE FALTAS-NOVA-HIST TO I4-LIT (27:3)
           PERFORM 8250-ITEM
           GO TO 3210-LE-HISTNOTA.

       3290-FECHA-HISTNOTA.
           CLOSE HISTNOTA
           PERFORM 8300-FIM-SECAO.

       3299-FIM-HISTNOTA. EXIT.

      * ---- LOG DA CATRACA - RESUMO (UM REGISTRO POR DIA) ----
       3300-ACESSO.
           MOVE 'LOG DE ACESSO DA CATRACA (ACESSO.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT ACESSO
           IF STATUS-ACE NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 3399-FIM-ACESSO.
           MOVE ZEROS TO CONT-ACE WS-ACE-PRI WS-ACE-ULT
           MOVE WS-ALUNO TO COD-ALUNO-ACE
           MOVE ZEROS TO DATA-ACE
           START ACESSO KEY NOT LESS THAN CHAVE-ACE INVALID KEY
              GO TO 3390-FECHA-ACESSO.

       3310-LE-ACESSO.
           READ ACESSO NEXT
           IF STATUS-ACE NOT = '00' OR COD-ALUNO-ACE NOT = WS-ALUNO
              GO TO 3390-FECHA-ACESSO.
           ADD 1 TO CONT-ACE
           IF WS-ACE-PRI = ZEROS
              MOVE DATA-ACE TO WS-ACE-PRI.
           MOVE DATA-ACE TO WS-ACE-ULT
           GO TO 3310-LE-ACESSO.

       3390-FECHA-ACESSO.
           CLOSE ACESSO
           IF CONT-ACE NOT = ZEROS
              ADD CONT-ACE TO CONT-SEC
              MOVE 'DIAS COM ACESSO' TO ROTULO-LC
              MOVE CONT-ACE TO ED-CONT
              MOVE ED-CONT TO VALOR-LC
              PERFORM 8200-CAMPO
              MOVE 'PRIMEIRO / ULTIMO' TO ROTULO-LC
              MOVE WS-ACE-PRI TO WS-DATA-E-R
              PERFORM 8500-EDITA-DATA
              MOVE WS-DATA-ED TO VALOR-LC
              MOVE WS-ACE-ULT TO WS-DATA-E-R
              PERFORM 8500-EDITA-DATA
              MOVE WS-DATA-ED TO VALOR-LC (14:10)
              PERFORM 8200-CAMPO.
           PERFORM 8300-FIM-SECAO.

       3399-FIM-ACESSO. EXIT.

      * ---- MOVIMENTO DE CAIXA ----
       3400-CXMOV.
           MOVE 'MOVIMENTO DE CAIXA (CXMOV.DAT)' TO TITULO-SEC
           PERFORM 8100-SECAO
           OPEN INPUT CXMOV
           IF STATUS-CXM NOT = '00'
              PERFORM 8400-SEM-ARQUIVO
              GO TO 3499-FIM-CXMOV.
           MOVE 'DATA' TO I1-LIT
           MOVE 'TIPO' TO I2-LIT
           MOVE 'OPERADOR' TO I3-LIT
           MOVE 'CURSO / REFERENCIA / VALOR' TO I4-LIT
           PERFORM 8250-ITEM.

       3410-LE-CXMOV.
           READ CXMOV AT END
              GO TO 3490-FECHA-CXMOV.
           IF ALUNO-CXM NOT = WS-ALUNO
              GO TO 3410-LE-CXMOV.
           IF WS-CURSO NOT = ZEROS AND CURSO-CXM NOT = WS-CURSO
              GO TO 3410-LE-CXMOV.
           ADD 1 TO CONT-SEC
           MOVE DATA-CXM TO WS-DATA-E-R
           PERFORM 8500-EDITA-DATA
           MOVE WS-DATA-ED TO I1-LIT
           MOVE TIPO-CXM TO I2-LIT
           MOVE OPERADOR-CXM TO I3-LIT
           MOVE CURSO-CXM TO I4-LIT
           MOVE REFER-CXM TO I4-LIT (8:6)
           MOVE VALOR-CXM TO ED-VALOR
           MOVE ED-VALOR TO I4-LIT (15:9)
           MOVE SINAL-CXM TO I4-LIT (25:1)
           PERFORM 8250-ITEM
           GO TO 3410-LE-CXMOV.

       3490-FECHA-CXMOV.
           CLOSE CXMOV
           PERFORM 8300-FIM-SECAO.

       3499-FIM-CXMOV. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-RELATO FROM CAB1 AFTER PAGE
           WRITE REG-RELATO FROM CAB2 AFTER 1 LINES
           WRITE REG-RELATO FROM CAB3 AFTER 1 LINES
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO AFTER 1 LINES
           MOVE 4 TO CONTLIN.

       8100-SECAO.
           IF CONTLIN > 52
              PERFORM 8000-CABECALHO.
           WRITE REG-RELATO FROM LIN-SECAO AFTER 2 LINES
           ADD 2 TO CONTLIN
           MOVE ZEROS TO CONT-SEC.

       8200-CAMPO.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO.
           WRITE REG-RELATO FROM LIN-CAMPO AFTER 1 LINES
           ADD 1 TO CONTLIN
           MOVE SPACES TO ROTULO-LC VALOR-LC.

       8250-ITEM.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO.
           WRITE REG-RELATO FROM LIN-ITEM AFTER 1 LINES
           ADD 1 TO CONTLIN
           MOVE SPACES TO I1-LIT I2-LIT I3-LIT I4-LIT.

       8300-FIM-SECAO.
           IF CONT-SEC = ZEROS
              WRITE REG-RELATO FROM LIN-NADA AFTER 1 LINES
              ADD 1 TO CONTLIN.
           ADD CONT-SEC TO CONT-TOTAL
           MOVE SPACES TO I1-LIT I2-LIT I3-LIT I4-LIT.

       8400-SEM-ARQUIVO.
           WRITE REG-RELATO FROM LIN-SEM-ARQ AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8500-EDITA-DATA.
           MOVE WS-DE-DIA TO ED-DIA
           MOVE WS-DE-MES TO ED-MES
           MOVE WS-DE-ANO TO ED-ANO.

       8510-EDITA-DATA6.
           MOVE WS-D6-DIA TO ED6-DIA
           MOVE WS-D6-MES TO ED6-MES
           MOVE WS-D6-ANO TO ED6-ANO.

       0900-FIM.
           CHAIN 'FACAD.EXE'.

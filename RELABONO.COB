      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            FALTA DE SUSPENSAO (CADCHAM) NAO E
      *                          ABONADA, COMO NO APURFALT

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  ALUNO-PRESENTE      VALUE 'P'.
               88  ALUNO-FALTOU        VALUE 'F'.
           05  TURMA-CHAM              PIC X(01).
           05  SUSP-CHAM               PIC X(01).
               88  FALTA-SUSPENSAO     VALUE 'S'.
           05  FILLER                  PIC X(03).

       FD  OCORR
           LABEL RECORD STANDARD

       8099-FIM-CAB. EXIT.

      * FALTA DENTRO DE ATESTADO APROVADO E ABONADA, MENOS A DE
      * SUSPENSAO DISCIPLINAR
       9850-VERIFICA-ABONO.
           MOVE 'N' TO WS-ABONADA
           IF WS-SEM-OCORR = 'S' OR FALTA-SUSPENSAO
              GO TO 9859-FIM-ABONO.
           MOVE COD-ALUNO-CHAM TO COD-ALUNO-OCO
           MOVE COD-CURSO-CHAM TO COD-CURSO-OCO

      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            SITUACAO R = SEPARADO P/ RESERVA

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  EXEMPLAR-DISPONIVEL VALUE 'D'.
               88  EXEMPLAR-EMPRESTADO VALUE 'E'.
               88  EXEMPLAR-BAIXADO    VALUE 'B'.
               88  EXEMPLAR-RESERVADO  VALUE 'R'.
           05  FILLER                  PIC X(02).

       WORKING-STORAGE SECTION.
             'TITULO [                                        ]'
           DISPLAY (09 10) 'AUTOR [                              ]'
           DISPLAY (11 10)
             'SITUACAO [ ]  D=DISPONIVEL E=EMPRESTADO B=BAIXADO'
           DISPLAY (12 24) 'R=SEPARADO P/ RESERVA'.

       0300-OBRA.
           ACCEPT (05 16) COD-OBRA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF SIT-ACER = SPACE
              MOVE 'D' TO SIT-ACER.
           IF SIT-ACER NOT = 'D' AND 'E' AND 'B' AND 'R'
              DISPLAY (22 10) 'SITUACAO INVALIDA'
              GO TO 0600-SITUACAO.


      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            DATA DE REFERENCIA E BIMESTRE (CORTE
      *                          DO ARQLOG, PERIODO DO APURFALT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CURSO-BP                PIC 9(02).
           05  CONFIRMA-BP             PIC X(01).
           05  ATIVO-BP                PIC X(01).
      * DATA-BP: CORTE DO ARQLOG / INICIO DO BIMESTRE DO APURFALT
           05  DATA-BP                 PIC 9(08).
           05  BIMESTRE-BP             PIC 9(01).
           05  FILLER                  PIC X(01).

       WORKING-STORAGE SECTION.
       01  STATUS-BP           PIC X(02) VALUE SPACES.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADBATP'
           DISPLAY (02 26) 'PARAMETROS DE BATCH'
           DISPLAY (02 73) 'VRS 1.1'
           DISPLAY (05 10) 'PROGRAMA [        ]'
           DISPLAY (07 10) 'ANO ORIGEM [    ]  ANO DESTINO [    ]'
           DISPLAY (09 10) 'CURSO [  ]  CONFIRMA (S/N) [ ]'
           DISPLAY (11 10) 'ATIVO (S/N) [ ]  (N DESLIGA O BATCH)'
           DISPLAY (13 10) 'DATA [        ]  BIMESTRE [ ]'
           DISPLAY (14 10) '(ARQLOG: CORTE   APURFALT: INICIO DO BIM.)'.

       0300-PROGRAMA.
           ACCEPT (05 20) PROGRAMA-BP WITH PROMPT AUTO-SKIP
           MOVE 'N' TO ACHOU-BP
           READ BATPARM INVALID KEY
              MOVE ZEROS TO ANO-ORIGEM-BP ANO-DESTINO-BP CURSO-BP
                            DATA-BP BIMESTRE-BP
              MOVE 'S' TO CONFIRMA-BP
              MOVE 'N' TO ATIVO-BP
              GO TO 0400-CAMPOS.
           MOVE 'S' TO ACHOU-BP
      * PARAMETRO ANTERIOR A VRS 1.1 TEM BRANCOS NA DATA/BIMESTRE
           IF DATA-BP NOT NUMERIC
              MOVE ZEROS TO DATA-BP.
           IF BIMESTRE-BP NOT NUMERIC
              MOVE ZEROS TO BIMESTRE-BP.
           DISPLAY (07 22) ANO-ORIGEM-BP
           DISPLAY (07 42) ANO-DESTINO-BP
           DISPLAY (09 18) CURSO-BP
           DISPLAY (09 38) CONFIRMA-BP
           DISPLAY (11 23) ATIVO-BP
           DISPLAY (13 16) DATA-BP
           DISPLAY (13 37) BIMESTRE-BP
           DISPLAY (22 20) 'PARAMETRO JA CADASTRADO - ALTERANDO'.

       0400-CAMPOS.
           IF ATIVO-BP NOT = 'S' AND 'N'
              DISPLAY (22 28) 'ATIVO INVALIDO'
              GO TO 0400-CAMPOS.
           ACCEPT (13 16) DATA-BP WITH PROMPT AUTO-SKIP
           ACCEPT (13 37) BIMESTRE-BP WITH PROMPT AUTO-SKIP
           IF BIMESTRE-BP > 4
              DISPLAY (22 28) 'BIMESTRE INVALIDO'
              GO TO 0400-CAMPOS.

       0500-CONFIRMA.
           DISPLAY (22 20) 'CONFIRMA (S OU N)  [ X ]'

      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            CODIGO DE VERIFICACAO NA GUIA

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FALTAS-DET1          PIC ZZZ9.

       01  WS-COD-VERIF        PIC 9(06) VALUE ZEROS.
       01  WS-HASH-ACUM        PIC 9(08) VALUE ZEROS.
       01  WS-HASH-QUOC        PIC 9(08) VALUE ZEROS.
       01  WS-HASH-RESTO       PIC 9(08) VALUE ZEROS.
       01  WS-HASH-VAL         PIC 9(04) VALUE ZEROS.
       01  WS-HASH-POS         PIC 9(02) VALUE ZEROS.
       01  WS-HASH-CAR         PIC X(01) VALUE SPACE.
      * A POSICAO DO CARACTER NESTA TABELA E O SEU PESO NO CODIGO
      * DE VERIFICACAO - A MESMA TABELA ESTA NO CONSDOC
       01  TAB-HASH-CARACT.
           05 FILLER               PIC X(37) VALUE
              ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER               PIC X(30) VALUE
              'abcdefghijklmnopqrstuvwxyz.,-/'.
       01  DOC-LINE.
           05 FILLER               PIC X(22) VALUE
           'DOCUMENTO DE NUMERO   '.
           05 FILLER               PIC X(30) VALUE
           ' - REGISTRADO NA EXPEDICAO'.

       01  VERIF-LINE.
           05 FILLER               PIC X(22) VALUE
           'CODIGO DE VERIFICACAO '.
           05 COD-VERIF-LINE       PIC 9(06).

       PROCEDURE DIVISION.

       0050-OPEN.
           MOVE SPACES TO PARAM-DOC
           PERFORM 9910-REGISTRA-DOC THRU 9919-FIM-REGISTRA
           WRITE REG-ORELATO FROM DOC-LINE AFTER 2
           WRITE REG-ORELATO FROM VERIF-LINE AFTER 1
           CLOSE RELAT.

      * ENCERRA O VINCULO NOS DOIS CADASTROS - O GERMENS PARA DE
           MOVE WS-NUM-DOC TO NUMERO-DOC
           MOVE WS-OPER-DOC TO OPERADOR-DOC
           MOVE 1 TO VIA-DOC
           PERFORM 9950-CODIGO-VERIF THRU 9959-FIM-CODIGO
           WRITE REG-REGDOC INVALID KEY
              CONTINUE.
           CLOSE REGDOC
           MOVE WS-NUM-DOC TO NUM-DOC-LINE
           MOVE WS-COD-VERIF TO COD-VERIF-LINE.

       9919-FIM-REGISTRA. EXIT.

      * CODIGO DE VERIFICACAO DO DOCUMENTO - CALCULADO SOBRE OS 62
      * PRIMEIROS BYTES DO REGISTRO DE EXPEDICAO (SEM A VIA), NAO FICA
      * GRAVADO: O CONSDOC REFAZ A CONTA PARA CONFERIR O DOCUMENTO
       9950-CODIGO-VERIF.
           MOVE 7919 TO WS-HASH-ACUM
           MOVE ZEROS TO WS-HASH-POS.

       9952-CODIGO-BYTE.
           ADD 1 TO WS-HASH-POS
           IF WS-HASH-POS > 62
              GO TO 9958-CODIGO-MONTA.
           MOVE REG-REGDOC (WS-HASH-POS:1) TO WS-HASH-CAR
           MOVE ZEROS TO WS-HASH-VAL
           INSPECT TAB-HASH-CARACT TALLYING WS-HASH-VAL
                   FOR CHARACTERS BEFORE INITIAL WS-HASH-CAR
           COMPUTE WS-HASH-ACUM = WS-HASH-ACUM * 31 + WS-HASH-VAL
                                + WS-HASH-POS
           DIVIDE WS-HASH-ACUM BY 999983 GIVING WS-HASH-QUOC
                  REMAINDER WS-HASH-RESTO
           MOVE WS-HASH-RESTO TO WS-HASH-ACUM
           GO TO 9952-CODIGO-BYTE.

       9958-CODIGO-MONTA.
           MOVE WS-HASH-ACUM TO WS-COD-VERIF.

       9959-FIM-CODIGO. EXIT.

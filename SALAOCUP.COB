      *              livres num dia/horario com um minimo de lugares
      *              (SALA.DAT) e emite o relatorio de percentual de
      *              ocupacao por sala no ano (base de 14 horas por
      *              dia em 6 dias uteis), com as reservas avulsas
      *              (RESSALA.DAT) na grade e no relatorio
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            TURMA NA CHAVE DE HORARIO.DAT
      * 1.2      /  /            RESERVAS AVULSAS (RESSALA.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT RESSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RS
                       FILE STATUS STATUS-RS.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
               88  SALA-ACESSIVEL      VALUE 'S'.
           05  FILLER                  PIC X(01).

       FD  RESSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RESSALA.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-RESSALA.
           05  CHAVE-RS.
               10  SALA-RS             PIC 9(03).
               10  DATA-RS             PIC 9(08).
               10  HORA-INI-RS         PIC 9(04).
           05  HORA-FIM-RS             PIC 9(04).
           05  SOLIC-RS                PIC X(30).
           05  FINALID-RS              PIC X(40).
           05  TIPO-RS                 PIC X(01).
           05  OPER-RS                 PIC X(10).
           05  DATA-CAD-RS             PIC 9(08).
           05  FILLER                  PIC X(12).

       FD  RELAT
           LABEL RECORD OMITTED.

       WORKING-STORAGE SECTION.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-RS           PIC X(02) VALUE SPACES.
       01  WS-SEM-RS           PIC X VALUE 'N'.
       01  WS-QTD-RES          PIC 9(04) VALUE ZEROS.
       01  WS-MIN-RES          PIC 9(06) VALUE ZEROS.
       01  WS-OPCAO            PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  ANO-PROC            PIC 9(04) VALUE ZEROS.
           05 FILLER               PIC X(32) VALUE 'DESCRICAO'.
           05 FILLER               PIC X(14) VALUE 'MIN/SEMANA'.
           05 FILLER               PIC X(08) VALUE 'OCUP. %'.
           05 FILLER               PIC X(09) VALUE 'RESERVAS'.
           05 FILLER               PIC X(07) VALUE 'MIN.RES'.

       01  DET1.
           05 SALA-DET1            PIC 9(03).
           05 MIN-DET1             PIC ZZZZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 PERC-DET1            PIC ZZ9,99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 QTD-RES-DET1         PIC ZZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 MIN-RES-DET1         PIC ZZZZZ9.

       PROCEDURE DIVISION.

              CLOSE CADHOR
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT RESSALA
           IF STATUS-RS NOT = '00'
              MOVE 'S' TO WS-SEM-RS.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (LIN , 45) TURMA-HOR
           GO TO 0410-LE-HOR.

      * RESERVAS AVULSAS DA SALA NO ANO, APOS AS AULAS DA GRADE
       0490-FIM-GRADE.
           IF WS-SEM-RS = 'S'
              GO TO 0499-FIM-RES.
           MOVE SALA-PROC TO SALA-RS
           MOVE ZEROS TO DATA-RS HORA-INI-RS
           MOVE ANO-PROC TO DATA-RS (1:4)
           START RESSALA KEY NOT LESS THAN CHAVE-RS INVALID KEY
              GO TO 0499-FIM-RES.
           ADD 2 TO LIN
           IF LIN > 20
              DISPLAY (22 10) 'PRESSIONE [ENTER] P/ CONTINUAR'
              STOP ' '
              DISPLAY (22 10) LIMPA-LINHA
              MOVE 9 TO LIN.
           DISPLAY (LIN , 10) 'RESERVAS AVULSAS:'.

       0495-LE-RES.
           READ RESSALA NEXT
           IF STATUS-RS NOT = '00'
              GO TO 0499-FIM-RES.
           IF SALA-RS NOT = SALA-PROC
              OR DATA-RS (1:4) NOT = ANO-PROC
              GO TO 0499-FIM-RES.
           ADD 1 TO LIN
           IF LIN > 20
              DISPLAY (22 10) 'PRESSIONE [ENTER] P/ CONTINUAR'
              STOP ' '
              DISPLAY (22 10) LIMPA-LINHA
              MOVE 9 TO LIN.
           DISPLAY (LIN , 10) DATA-RS
           DISPLAY (LIN , 19) HORA-INI-RS
           DISPLAY (LIN , 24) '-'
           DISPLAY (LIN , 26) HORA-FIM-RS
           DISPLAY (LIN , 32) TIPO-RS
           DISPLAY (LIN , 34) SOLIC-RS (1:20)
           DISPLAY (LIN , 55) FINALID-RS (1:20)
           GO TO 0495-LE-RES.

       0499-FIM-RES.
           STOP ' '
           GO TO 0200-TELA.

              GO TO 0790-ENCERRA.
           MOVE COD-SALA TO WS-SALA-TESTE
           PERFORM 0750-SOMA-MINUTOS THRU 0759-FIM-MINUTOS
           PERFORM 0760-SOMA-RESERVAS THRU 0769-FIM-RESERVAS
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE COD-SALA TO SALA-DET1
           MULTIPLY WS-MIN-OCUP BY 100 GIVING WS-PERC ROUNDED
           DIVIDE 5040 INTO WS-PERC ROUNDED
           MOVE WS-PERC TO PERC-DET1
           MOVE WS-QTD-RES TO QTD-RES-DET1
           MOVE WS-MIN-RES TO MIN-RES-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 0710-LE-SALA-OCUP.

       0759-FIM-MINUTOS. EXIT.

      * RESERVAS AVULSAS DA SALA NO ANO (QUANTIDADE E MINUTOS)
       0760-SOMA-RESERVAS.
           MOVE ZEROS TO WS-QTD-RES WS-MIN-RES
           IF WS-SEM-RS = 'S'
              GO TO 0769-FIM-RESERVAS.
           MOVE WS-SALA-TESTE TO SALA-RS
           MOVE ZEROS TO DATA-RS HORA-INI-RS
           MOVE ANO-PROC TO DATA-RS (1:4)
           START RESSALA KEY NOT LESS THAN CHAVE-RS INVALID KEY
              GO TO 0769-FIM-RESERVAS.

       0762-LE-RES-OCUP.
           READ RESSALA NEXT
           IF STATUS-RS NOT = '00'
              GO TO 0769-FIM-RESERVAS.
           IF SALA-RS NOT = WS-SALA-TESTE
              OR DATA-RS (1:4) NOT = ANO-PROC
              GO TO 0769-FIM-RESERVAS.
           ADD 1 TO WS-QTD-RES
           MOVE HORA-FIM-RS TO WS-HORA-W
           PERFORM 0780-HORA-EM-MINUTOS THRU 0789-FIM-MIN
           MOVE WS-MIN-INI TO WS-MIN-FIM
           MOVE HORA-INI-RS TO WS-HORA-W
           PERFORM 0780-HORA-EM-MINUTOS THRU 0789-FIM-MIN
           SUBTRACT WS-MIN-INI FROM WS-MIN-FIM
           ADD WS-MIN-FIM TO WS-MIN-RES
           GO TO 0762-LE-RES-OCUP.

       0769-FIM-RESERVAS. EXIT.

       0780-HORA-EM-MINUTOS.
           DIVIDE WS-HORA-W BY 100 GIVING WS-HH REMAINDER WS-MM
           MOVE WS-HH TO WS-MIN-INI
       0990-FIM.
           CLOSE CADHOR
                 CADSALA
           IF WS-SEM-RS = 'N'
              CLOSE RESSALA.
           CHAIN 'FACAD.EXE'.

       8000-CABECALHO.

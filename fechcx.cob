      *                                       ABATIDOS DO FECHAMENTO
      *    1.7                /  /            TAXAS DO DIA COMO
      *                                       CATEGORIA PROPRIA
      *    1.8                /  /            VALOR A DEPOSITAR DO DIA
      *                                       (SEM A BAIXA BANCARIA)
      *                                       GRAVADO EM FECHCX.DAT
      *                                       PARA A CONCILIACAO
      *                                       BANCARIA (CONCBCO)

       ENVIRONMENT DIVISION.

           SELECT cxmov ASSIGN TO DISK
                         FILE STATUS status-cxm.

           SELECT fechdat ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY data-fcx
                         FILE STATUS status-fcx.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.
           05 operador-cxm         PIC X(10).
           05 FILLER               PIC X(08).

       FD fechdat
           LABEL record STANDARD
           value OF FILE-ID 'FECHCX.DAT'
           record contains 50 characteres.

       01 reg-fechcx.
           05 data-fcx             PIC 9(08).
           05 valor-dep-fcx        PIC S9(07)v99.
           05 valor-banco-fcx      PIC 9(07)v99.
           05 qtd-pgtos-fcx        PIC 9(05).
           05 data-emis-fcx        PIC 9(08).
           05 FILLER               PIC X(11).

       FD impressora
           LABEL record OMITTED.

       01 tot-entradas             PIC 9(07)v99 value zeros.
       01 tot-taxas                PIC 9(07)v99 value zeros.
       01 val-liquido              PIC S9(07)v99 value zeros.
       01 tot-banco                PIC 9(07)v99 value zeros.
       01 val-deposito             PIC S9(07)v99 value zeros.
       01 status-fcx               PIC X(02) value spaces.

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
              'TAXAS DO DIA.......:'.
           05 val-tot5             PIC Z.ZZZ.ZZ9,99.

       01 tot6.
           05 FILLER               PIC X(20) value
              'BAIXAS PELO BANCO..:'.
           05 val-tot6             PIC Z.ZZZ.ZZ9,99.

       01 tot7.
           05 FILLER               PIC X(20) value
              'A DEPOSITAR........:'.
           05 val-tot7             PIC -Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT alucad
           MOVE valor-pago       TO valor-sd
           IF valor-sd = ZEROS
              MOVE valor-mensal TO valor-sd.
           IF pgto-banco
              ADD valor-sd TO tot-banco.
           RELEASE reg-sortfx
           GO TO 0410-le-mensal.

           WRITE reg-impressora FROM tot3 AFTER 1
           WRITE reg-impressora FROM tot4 AFTER 1.

      * A BAIXA BANCARIA (RETBANCO) NAO PASSA PELA GAVETA: O QUE SOBRA
      * E O DEPOSITO DO DIA QUE A CONCILIACAO PROCURA NO EXTRATO
       0895-grava-fechcx.
           MOVE val-liquido TO val-deposito
           SUBTRACT tot-banco FROM val-deposito
           MOVE tot-banco TO val-tot6
           MOVE val-deposito TO val-tot7
           WRITE reg-impressora FROM tot6 AFTER 1
           WRITE reg-impressora FROM tot7 AFTER 1
           OPEN I-O fechdat
           IF status-fcx NOT = '00'
              OPEN OUTPUT fechdat
              CLOSE fechdat
              OPEN I-O fechdat.
           MOVE ws-data-cx TO data-fcx
           MOVE val-deposito TO valor-dep-fcx
           MOVE tot-banco TO valor-banco-fcx
           MOVE qtd-geral TO qtd-pgtos-fcx
           ACCEPT data-emis-fcx FROM DATE YYYYMMDD
           WRITE reg-fechcx INVALID KEY
              REWRITE reg-fechcx.
           CLOSE fechdat.

       0899-fim-mov. EXIT.

       0600-rotinas SECTION.

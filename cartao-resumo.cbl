           05 REJ-FEED         PIC X(3).
           05 REJ-LOJISTA      PIC 9(4).
           05 REJ-PARCELAS     PIC X(2).
           05 REJ-MOEDA        PIC X(3).
           05 REJ-VLR-MOEDA    PIC 9(6)V99.

       FD  CARTOES-GL.
       01  GL-REGISTRO          PIC X(40).
       2110-EXIT.
           EXIT.

      *    Aprovados do dia, lidos do GL. Toda linha vinda do feed
      *    (compra, pagamento, devolucao, estorno, e o pagamento
      *    trocado para recuperacao de prejuizo) conta na taxa de
      *    aprovacao - os lancamentos que outros programas acrescentam
      *    ao GL (contestacao) nao foram transacoes aprovadas; so as
      *    compras (tipo 'C' ou em branco, dos
      *    registros antigos) entram no ranking de maiores cartoes -
      *    pagamento e estorno nao sao gasto.
       3000-LER-GL.
           IF WS-GL-VALOR-X NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF WS-GL-TIPO-X NOT = 'C' AND WS-GL-TIPO-X NOT = SPACE
               AND WS-GL-TIPO-X NOT = 'P' AND WS-GL-TIPO-X NOT = 'D'
               AND WS-GL-TIPO-X NOT = 'E' AND WS-GL-TIPO-X NOT = 'R'
               GO TO 3100-EXIT
           END-IF
           MOVE WS-GL-NUMERO-X TO WS-GL-NUMERO
           ADD 1 TO WS-QTD-APROVADOS
           ADD WS-GL-VALOR-9 TO WS-VLR-APROVADOS

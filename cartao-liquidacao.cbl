      *    fechar com cada adquirente. Para cada lojista soma as
      *    compras aprovadas e abate as devolucoes ('D') e os
      *    estornos ('E'); pagamentos ('P') sao do portador, nao do
      *    lojista, e ficam de fora. O chargeback de contestacao
      *    ('K', lancado por CARTAO-CONTESTACAO) e debitado do lojista
      *    junto com os creditos, e a sua reversao ('Q', contestacao
      *    perdida pelo portador) volta a ser paga junto com as
      *    compras; os lancamentos que so dizem respeito ao portador
      *    (credito provisorio 'V', re-debito 'W' e os demais tipos
      *    que nao sao venda) ficam de fora. O liquido por lojista,
      *    com o nome e a conta de liquidacao do master
      *    cartoes.lojistas,
      *    sai em cartoes.liquidacao (o que devemos a cada adquirente
      *    no dia) e no relatorio liquidacao.txt.
      *
           05 LOJ-CONTA        PIC X(10).

      *    Posicao de liquidacao do dia por lojista: compras,
      *    creditos (devolucao + estorno + chargeback) e o liquido com
      *    sinal - liquido negativo e dia em que o lojista devolveu
      *    mais do que vendeu.
       FD  LIQUIDACAO-FILE.
       01  LIQUIDACAO-REGISTRO.
           05 LIQ-LOJISTA      PIC 9(4).
           IF WS-GL-VALOR-X NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF WS-GL-TIPO-X NOT = 'C' AND WS-GL-TIPO-X NOT = SPACE
               AND WS-GL-TIPO-X NOT = 'D' AND WS-GL-TIPO-X NOT = 'E'
               AND WS-GL-TIPO-X NOT = 'K' AND WS-GL-TIPO-X NOT = 'Q'
               GO TO 2100-EXIT
           END-IF
           IF WS-GL-LOJISTA-X NUMERIC
       2200-ACUMULAR-SEM-LOJISTA.
           MOVE 'S' TO WS-SEM-LOJ-TEVE
           IF WS-GL-TIPO-X = 'D' OR WS-GL-TIPO-X = 'E'
               OR WS-GL-TIPO-X = 'K'
               ADD 1 TO WS-SEM-LOJ-QTD-CRED
               ADD WS-GL-VALOR-9 TO WS-SEM-LOJ-VLR-CRED
           ELSE
       2300-ACUMULAR-LOJISTA.
           MOVE 'S' TO WS-TABELA-MOVIMENTO (WS-GL-LOJISTA: 1)
           IF WS-GL-TIPO-X = 'D' OR WS-GL-TIPO-X = 'E'
               OR WS-GL-TIPO-X = 'K'
               ADD 1 TO WS-QTD-CRED (WS-GL-LOJISTA)
               ADD WS-GL-VALOR-9 TO WS-VLR-CRED (WS-GL-LOJISTA)
           ELSE

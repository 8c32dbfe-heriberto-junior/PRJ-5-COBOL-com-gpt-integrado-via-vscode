      *    relatorio.txt conferem a execucao contra ela mesma; este
      *    programa confere a execucao contra os proprios arquivos:
      *
      *      - quantidade de linhas de cartoes.gl contra APROVADOS
      *        (as linhas de IOF, tipo 'I', ficam fora: sao
      *        conferidas contra as linhas 'I' do acumulado do dia);
      *      - quantidade e valor de cartoes.rejeitados contra
      *        REJEITADOS/VLR-REJEITADOS;
      *      - quantidades de cartoes.suspensa e cartoes.excecoes
           05 REJ-FEED         PIC X(3).
           05 REJ-LOJISTA      PIC 9(4).
           05 REJ-PARCELAS     PIC X(2).
           05 REJ-MOEDA        PIC X(3).
           05 REJ-VLR-MOEDA    PIC 9(6)V99.

       FD  SUSPENSA-INFILE.
       01  SUSPENSA-REGISTRO.
           05 SUSP-MOTIVO      PIC X(20).
           05 SUSP-LOJISTA     PIC X(4).
           05 SUSP-PARCELAS    PIC X(2).
           05 SUSP-MOEDA       PIC X(3).
           05 SUSP-VLR-MOEDA   PIC X(8).

       FD  EXCECAO-INFILE.
       01  EXCECAO-REGISTRO.
           05 ACUM-TIPO        PIC X(1).
           05 ACUM-LOJISTA     PIC 9(4).
           05 ACUM-CONTA       PIC 9(5).
           05 ACUM-MOEDA       PIC X(3).
           05 ACUM-VLR-MOEDA   PIC 9(6)V99.
           05 ACUM-TAXA        PIC 9(4)V9(6).

       FD  CICLO-ACUMULADO.
       01  CICLO-REGISTRO.
       01  WS-ACUM-QTD-HOJE     PIC 9(9) VALUE 0.
       01  WS-ACUM-VLR-HOJE     PIC 9(9)V99 VALUE 0.

      *    IOF das compras no exterior: linhas 'I' do GL contra as
      *    linhas 'I' gravadas hoje no acumulado. Campos da quebra
      *    do registro do GL no mesmo molde de CARTAO-LIQUIDACAO.
       01  WS-GL-NUMERO-X       PIC X(5).
       01  WS-GL-VALOR-X        PIC X(8).
       01  WS-GL-VALOR-9 REDEFINES WS-GL-VALOR-X PIC 9(6)V99.
       01  WS-GL-DATA-X         PIC X(8).
       01  WS-GL-TIPO-X         PIC X(1).
       01  WS-ARQ-QTD-GL-IOF    PIC 9(9) VALUE 0.
       01  WS-ARQ-VLR-GL-IOF    PIC 9(9)V99 VALUE 0.
       01  WS-ACUM-QTD-IOF      PIC 9(9) VALUE 0.
       01  WS-ACUM-VLR-IOF      PIC 9(9)V99 VALUE 0.

      *    Ajustes vindos dos planos de parcelamento: o diferido de
      *    hoje abate da expectativa sobre o acumulado do dia; o
      *    diferido de cada plano em aberto entra no recalculo da
           READ CARTOES-GL
               AT END
                   MOVE 'S' TO WS-FIM-GL
                   GO TO 3100-EXIT
           END-READ
           MOVE SPACES TO WS-GL-NUMERO-X WS-GL-VALOR-X
           MOVE SPACES TO WS-GL-DATA-X WS-GL-TIPO-X
           UNSTRING GL-REGISTRO DELIMITED BY ','
               INTO WS-GL-NUMERO-X WS-GL-VALOR-X
                   WS-GL-DATA-X WS-GL-TIPO-X
           IF WS-GL-TIPO-X = 'I'
               ADD 1 TO WS-ARQ-QTD-GL-IOF
               IF WS-GL-VALOR-X NUMERIC
                   ADD WS-GL-VALOR-9 TO WS-ARQ-VLR-GL-IOF
               END-IF
           ELSE
               ADD 1 TO WS-ARQ-QTD-GL
           END-IF
       3100-EXIT.
           EXIT.

           EXIT.

      *    Acumulado do ciclo: os registros de hoje conferem com os
      *    aprovados do dia - so os tipos que vem do feed; os
      *    lancamentos que os programas posteriores a conciliacao
      *    acrescentam (contestacao) nao passaram pelo CARTAO-BATCH.
      *    A recuperacao de prejuizo ('R') entra na conferencia do
      *    dia: e um pagamento do feed, aprovado pelo CARTAO-BATCH
      *    com o tipo trocado. O arquivo inteiro, reprocessado na
      *    mesma regra de 2820-ATUALIZAR-CICLO, reconstroi a
      *    exposicao que cartoes.ciclo deveria ter.
       3500-ABRIR-ACUMULADO.
           OPEN INPUT ACUMULO-MENSAL
           IF WS-ACUM-STATUS NOT = '00'
                   MOVE 'S' TO WS-FIM-ACUMULO
               NOT AT END
                   IF ACUM-DATA = WS-DATA-CONCILIACAO
                       AND (ACUM-TIPO = 'C' OR ACUM-TIPO = SPACE
                           OR ACUM-TIPO = 'P' OR ACUM-TIPO = 'D'
                           OR ACUM-TIPO = 'E' OR ACUM-TIPO = 'R')
                       ADD 1 TO WS-ACUM-QTD-HOJE
                       ADD ACUM-VALOR TO WS-ACUM-VLR-HOJE
                   END-IF
                   IF ACUM-DATA = WS-DATA-CONCILIACAO
                       AND ACUM-TIPO = 'I'
                       ADD 1 TO WS-ACUM-QTD-IOF
                       ADD ACUM-VALOR TO WS-ACUM-VLR-IOF
                   END-IF
                   PERFORM 4100-RECALCULAR-CICLO THRU 4100-EXIT
           END-READ
       4000-EXIT.
           EXIT.

      *    O ciclo e mantido por conta (o titular); registro antigo
      *    sem conta preenchida vale pelo proprio numero. Credito e
      *    pagamento, devolucao, estorno e credito provisorio de
      *    contestacao; todo o resto (compra, IOF da compra no
      *    exterior, re-debito de contestacao perdida, tarifas de
      *    CARTAO-TARIFAS) e debito e soma. A
      *    recuperacao de prejuizo nao mexe no ciclo, como em 2820.
      *    Debito que
      *    casa com a primeira parcela de um plano deste ciclo leva
      *    junto o diferido do plano - no arquivo vivo a aprovacao
      *    somou o valor cheio da compra nesta posicao.
           ELSE
               MOVE ACUM-NUMERO TO WS-CONTA-CALC
           END-IF
           IF WS-CONTA-CALC = 0 OR ACUM-TIPO = 'R'
               GO TO 4100-EXIT
           END-IF
           IF ACUM-TIPO = 'P' OR ACUM-TIPO = 'D'
               OR ACUM-TIPO = 'E' OR ACUM-TIPO = 'V'
               IF ACUM-VALOR > WS-CICLO-CALC (WS-CONTA-CALC)
                   MOVE 0 TO WS-CICLO-CALC (WS-CONTA-CALC)
               ELSE
                   SUBTRACT ACUM-VALOR
                       FROM WS-CICLO-CALC (WS-CONTA-CALC)
               END-IF
           ELSE
               ADD ACUM-VALOR TO WS-CICLO-CALC (WS-CONTA-CALC)
               IF ACUM-TIPO = 'C' OR ACUM-TIPO = SPACE
                   IF WS-QTD-PLANOS-TAB > 0
                       PERFORM 4200-CASAR-PLANO THRU 4200-EXIT
                   END-IF
               END-IF
           END-IF
       4100-EXIT.
           EXIT.
           MOVE WS-VLR-APROV-AJUST TO WS-VLR-ESPERADO
           MOVE WS-ACUM-VLR-HOJE TO WS-VLR-ENCONTRADO
           PERFORM 5950-CONFERIR-VALOR THRU 5950-EXIT
           MOVE 'IOF GL X ACUMULADO QTD' TO WS-NOME-CHECAGEM
           MOVE WS-ACUM-QTD-IOF TO WS-QTD-ESPERADA
           MOVE WS-ARQ-QTD-GL-IOF TO WS-QTD-ENCONTRADA
           PERFORM 5900-CONFERIR-QTD THRU 5900-EXIT
           MOVE 'IOF GL X ACUMULADO VLR' TO WS-NOME-CHECAGEM
           MOVE WS-ACUM-VLR-IOF TO WS-VLR-ESPERADO
           MOVE WS-ARQ-VLR-GL-IOF TO WS-VLR-ENCONTRADO
           PERFORM 5950-CONFERIR-VALOR THRU 5950-EXIT
       5000-EXIT.
           EXIT.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-CONVMOEDA.

      *    Conversao unica de corte para os layouts com a moeda da
      *    transacao (compras no exterior), no mesmo molde de
      *    CARTAO-CONVERSAO e CARTAO-CONVLOJISTA: sob a convencao de
      *    registro de largura fixa deste sistema, um arquivo gravado
      *    no layout antigo desenquadra toda leitura feita pelo
      *    layout novo. Rodar UMA vez, com a cadeia parada, antes da
      *    primeira execucao com os layouts novos:
      *
      *      cartoes.acumulado 31 -> 52 bytes: ACUM-MOEDA em branco,
      *                        ACUM-VLR-MOEDA e ACUM-TAXA zero -
      *                        tudo o que ja foi acumulado e em reais;
      *      cartoes.arquivo   92 -> 113 bytes: ARQ-MOEDA em branco,
      *                        ARQ-VLR-MOEDA e ARQ-TAXA zero, pelo
      *                        mesmo motivo.
      *
      *    Cada arquivo e primeiro copiado para a copia de seguranca
      *    do corte (cartoes.acumulado.ant31, cartoes.arquivo.ant92)
      *    e depois regravado no layout novo a partir da copia. Uma
      *    copia ja existente indica conversao ja executada: a
      *    execucao e recusada para nao converter duas vezes. Arquivo
      *    de origem ausente e pulado com aviso - instalacao nova nao
      *    tem o que converter.
      *
      *    O feed diario (59 bytes) e transiente: a partir do corte
      *    os adquirentes passam a gravar na largura nova, sem
      *    estoque antigo a converter. cartoes.iof nasce no primeiro
      *    IOF lancado. As geracoes cartoes.acumulado.AAAAMM e
      *    cartoes.arquivo.AAAAMM de CARTAO-EXTRATO gravadas antes do
      *    corte continuam no layout antigo: um BACKOUT de ciclo
      *    anterior ao corte restaura os arquivos com 31 e 92 bytes e
      *    exige esta conversao de novo (apagando antes as copias
      *    .ant31 e .ant92).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMULO-ANTIGO ASSIGN TO 'cartoes.acumulado'
               FILE STATUS IS WS-ACUA-STATUS.
           SELECT ACUMULO-ESTAGIO ASSIGN TO 'cartoes.acumulado.ant31'
               FILE STATUS IS WS-ACUE-STATUS.
           SELECT ACUMULO-NOVO ASSIGN TO 'cartoes.acumulado'
               FILE STATUS IS WS-ACUN-STATUS.
           SELECT ARQUIVO-ANTIGO ASSIGN TO 'cartoes.arquivo'
               FILE STATUS IS WS-ARQA-STATUS.
           SELECT ARQUIVO-ESTAGIO ASSIGN TO 'cartoes.arquivo.ant92'
               FILE STATUS IS WS-ARQE-STATUS.
           SELECT ARQUIVO-NOVO ASSIGN TO 'cartoes.arquivo'
               FILE STATUS IS WS-ARQN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Acumulo mensal no layout antigo (31 bytes), lido apenas
      *    como bloco para a copia de estagio.
       FD  ACUMULO-ANTIGO.
       01  ACUA-REGISTRO        PIC X(31).

       FD  ACUMULO-ESTAGIO.
       01  ACUE-REGISTRO.
           05 ACUE-NUMERO       PIC 9(5).
           05 ACUE-DATA         PIC 9(8).
           05 ACUE-VALOR        PIC 9(6)V99.
           05 ACUE-TIPO         PIC X(1).
           05 ACUE-LOJISTA      PIC 9(4).
           05 ACUE-CONTA        PIC 9(5).

      *    Acumulo mensal no layout novo (52 bytes), como em
      *    CARTAO-BATCH.
       FD  ACUMULO-NOVO.
       01  ACUN-REGISTRO.
           05 ACUN-NUMERO       PIC 9(5).
           05 ACUN-DATA         PIC 9(8).
           05 ACUN-VALOR        PIC 9(6)V99.
           05 ACUN-TIPO         PIC X(1).
           05 ACUN-LOJISTA      PIC 9(4).
           05 ACUN-CONTA        PIC 9(5).
           05 ACUN-MOEDA        PIC X(3).
           05 ACUN-VLR-MOEDA    PIC 9(6)V99.
           05 ACUN-TAXA         PIC 9(4)V9(6).

      *    Arquivo permanente de ciclos no layout antigo (92 bytes),
      *    lido apenas como bloco para a copia de estagio.
       FD  ARQUIVO-ANTIGO.
       01  ARQA-REGISTRO        PIC X(92).

       FD  ARQUIVO-ESTAGIO.
       01  ARQE-REGISTRO.
           05 ARQE-CICLO        PIC 9(6).
           05 ARQE-NUMERO       PIC 9(5).
           05 ARQE-TIPO-REG     PIC X(1).
           05 ARQE-DATA         PIC 9(8).
           05 ARQE-TIPO-TRANS   PIC X(1).
           05 ARQE-VALOR        PIC 9(6)V99.
           05 ARQE-SALDO-ANT-SIN PIC X(1).
           05 ARQE-SALDO-ANT    PIC 9(9)V99.
           05 ARQE-JUROS        PIC 9(9)V99.
           05 ARQE-SALDO-NOV-SIN PIC X(1).
           05 ARQE-SALDO-NOV    PIC 9(9)V99.
           05 ARQE-PAGTO-MINIMO PIC 9(9)V99.
           05 ARQE-VENCIMENTO   PIC 9(8).
           05 ARQE-CARTAO       PIC 9(5).
           05 ARQE-LOJISTA      PIC 9(4).

      *    Arquivo permanente de ciclos no layout novo (113 bytes),
      *    como em CARTAO-EXTRATO.
       FD  ARQUIVO-NOVO.
       01  ARQN-REGISTRO.
           05 ARQN-CICLO        PIC 9(6).
           05 ARQN-NUMERO       PIC 9(5).
           05 ARQN-TIPO-REG     PIC X(1).
           05 ARQN-DATA         PIC 9(8).
           05 ARQN-TIPO-TRANS   PIC X(1).
           05 ARQN-VALOR        PIC 9(6)V99.
           05 ARQN-SALDO-ANT-SIN PIC X(1).
           05 ARQN-SALDO-ANT    PIC 9(9)V99.
           05 ARQN-JUROS        PIC 9(9)V99.
           05 ARQN-SALDO-NOV-SIN PIC X(1).
           05 ARQN-SALDO-NOV    PIC 9(9)V99.
           05 ARQN-PAGTO-MINIMO PIC 9(9)V99.
           05 ARQN-VENCIMENTO   PIC 9(8).
           05 ARQN-CARTAO       PIC 9(5).
           05 ARQN-LOJISTA      PIC 9(4).
           05 ARQN-MOEDA        PIC X(3).
           05 ARQN-VLR-MOEDA    PIC 9(6)V99.
           05 ARQN-TAXA         PIC 9(4)V9(6).

       WORKING-STORAGE SECTION.
       01  WS-ACUA-STATUS       PIC X(2).
       01  WS-ACUE-STATUS       PIC X(2).
       01  WS-ACUN-STATUS       PIC X(2).
       01  WS-ARQA-STATUS       PIC X(2).
       01  WS-ARQE-STATUS       PIC X(2).
       01  WS-ARQN-STATUS       PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.

      *    Totais convertidos, para a conferencia do operador.
       01  WS-QTD-ACUMULADO     PIC 9(7) VALUE 0.
       01  WS-QTD-ARQUIVO       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-VERIFICAR-JA-CONVERTIDO THRU 1000-EXIT
           PERFORM 2000-CONVERTER-ACUMULADO THRU 2000-EXIT
           PERFORM 3000-CONVERTER-ARQUIVO THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    Uma copia .ant31/.ant92 ja gravada e a marca de que a
      *    conversao ja rodou - converter de novo leria o layout novo
      *    como se fosse antigo e destruiria os arquivos.
       1000-VERIFICAR-JA-CONVERTIDO.
           OPEN INPUT ACUMULO-ESTAGIO
           IF WS-ACUE-STATUS = '00'
               CLOSE ACUMULO-ESTAGIO
               PERFORM 1100-RECUSAR-RERUN THRU 1100-EXIT
           END-IF
           OPEN INPUT ARQUIVO-ESTAGIO
           IF WS-ARQE-STATUS = '00'
               CLOSE ARQUIVO-ESTAGIO
               PERFORM 1100-RECUSAR-RERUN THRU 1100-EXIT
           END-IF
       1000-EXIT.
           EXIT.

       1100-RECUSAR-RERUN.
           DISPLAY 'CARTAO-CONVMOEDA: COPIA .ANT31/.ANT92 JA EXISTE -'
               ' A CONVERSAO JA FOI EXECUTADA; NADA FOI TOCADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       1100-EXIT.
           EXIT.

      *    cartoes.acumulado: copia para o estagio e regrava no
      *    layout novo com moeda em branco (lancamento em reais).
       2000-CONVERTER-ACUMULADO.
           OPEN INPUT ACUMULO-ANTIGO
           IF WS-ACUA-STATUS NOT = '00'
               DISPLAY 'CARTAO-CONVMOEDA: CARTOES.ACUMULADO AUSENTE'
                   ' (STATUS ' WS-ACUA-STATUS ') - PULADO'
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT ACUMULO-ESTAGIO
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-ESTAGIAR-ACUMULADO THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ACUMULO-ANTIGO
           CLOSE ACUMULO-ESTAGIO
           OPEN INPUT ACUMULO-ESTAGIO
           OPEN OUTPUT ACUMULO-NOVO
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2200-REGRAVAR-ACUMULADO THRU 2200-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ACUMULO-ESTAGIO
           CLOSE ACUMULO-NOVO
       2000-EXIT.
           EXIT.

       2100-ESTAGIAR-ACUMULADO.
           READ ACUMULO-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ACUA-REGISTRO TO ACUE-REGISTRO
                   WRITE ACUE-REGISTRO
           END-READ
       2100-EXIT.
           EXIT.

       2200-REGRAVAR-ACUMULADO.
           READ ACUMULO-ESTAGIO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ACUE-REGISTRO TO ACUN-REGISTRO
                   MOVE SPACES TO ACUN-MOEDA
                   MOVE 0 TO ACUN-VLR-MOEDA
                   MOVE 0 TO ACUN-TAXA
                   WRITE ACUN-REGISTRO
                   ADD 1 TO WS-QTD-ACUMULADO
           END-READ
       2200-EXIT.
           EXIT.

      *    cartoes.arquivo: copia para o estagio e regrava no layout
      *    novo com moeda em branco (ciclos ja fechados sao em reais).
       3000-CONVERTER-ARQUIVO.
           OPEN INPUT ARQUIVO-ANTIGO
           IF WS-ARQA-STATUS NOT = '00'
               DISPLAY 'CARTAO-CONVMOEDA: CARTOES.ARQUIVO AUSENTE'
                   ' (STATUS ' WS-ARQA-STATUS ') - PULADO'
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT ARQUIVO-ESTAGIO
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 3100-ESTAGIAR-ARQUIVO THRU 3100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-ANTIGO
           CLOSE ARQUIVO-ESTAGIO
           OPEN INPUT ARQUIVO-ESTAGIO
           OPEN OUTPUT ARQUIVO-NOVO
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 3200-REGRAVAR-ARQUIVO THRU 3200-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-ESTAGIO
           CLOSE ARQUIVO-NOVO
       3000-EXIT.
           EXIT.

       3100-ESTAGIAR-ARQUIVO.
           READ ARQUIVO-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ARQA-REGISTRO TO ARQE-REGISTRO
                   WRITE ARQE-REGISTRO
           END-READ
       3100-EXIT.
           EXIT.

       3200-REGRAVAR-ARQUIVO.
           READ ARQUIVO-ESTAGIO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ARQE-REGISTRO TO ARQN-REGISTRO
                   MOVE SPACES TO ARQN-MOEDA
                   MOVE 0 TO ARQN-VLR-MOEDA
                   MOVE 0 TO ARQN-TAXA
                   WRITE ARQN-REGISTRO
                   ADD 1 TO WS-QTD-ARQUIVO
           END-READ
       3200-EXIT.
           EXIT.

       9000-FINALIZAR.
           DISPLAY 'CARTAO-CONVMOEDA: ACUMULADO=' WS-QTD-ACUMULADO
               ' ARQUIVO=' WS-QTD-ARQUIVO
               ' REGISTROS CONVERTIDOS'
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-EXPURGO.

      *    Expurgo do arquivo permanente de ciclos (cartoes.arquivo):
      *    os ciclos mais antigos que a retencao configurada saem do
      *    arquivo vivo e vao para o historico fora de linha
      *    (cartoes.arquivo.historico), no mesmo leiaute de 118
      *    bytes, na ordem da chave. O arquivo vivo fica com os
      *    ciclos recentes, que a cadeia le pela chave; a reimpressao
      *    de um ciclo expurgado continua possivel -
      *    CARTAO-REIMPRESSAO procura no historico o ciclo que nao
      *    acha no arquivo vivo.
      *
      *    Retencao em meses em cartoes.parmexpurgo (sem o arquivo,
      *    ou com valor invalido, 24 meses). O ciclo de corte e o mes
      *    corrente menos a retencao: todo ciclo ANTERIOR a ele e
      *    expurgado. Retencao abaixo de 13 meses e recusada com
      *    RETURN-CODE 8 sem tocar em nada - CARTAO-REVISAO conta a
      *    idade da conta a partir do fechamento mais antigo no
      *    arquivo vivo e precisa de pelo menos um ano dele, e as
      *    contestacoes do ano corrente precisam achar o ciclo
      *    faturado.
      *
      *    Cada registro e gravado no historico ANTES de ser apagado
      *    do arquivo vivo; falha em qualquer dos dois aborta com
      *    RETURN-CODE 16. Rerun depois de uma queda no meio repete
      *    no historico no maximo o registro que estava sendo
      *    movido - a reimpressao do historico ficaria com a linha
      *    em dobro, e o relatorio de controle da execucao que caiu
      *    nao sai. Rodar com a cadeia parada.
      *
      *    Saida: expurgo.txt, o relatorio de controle - uma linha
      *    por ciclo expurgado com as quantidades de transacoes ('T')
      *    e de fechamentos ('S'), o valor liquido das transacoes
      *    (credito - pagamento, devolucao, estorno, credito de
      *    contestacao - abate; todo o resto e debito) e a soma dos
      *    saldos novos com sinal, e os trailers com os totais
      *    gravados no historico e apagados do arquivo vivo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CICLOS ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT HISTORICO-CICLOS ASSIGN TO
               'cartoes.arquivo.historico'
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PARAMETROS ASSIGN TO 'cartoes.parmexpurgo'
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXPURGO-OUTFILE ASSIGN TO 'expurgo.txt'.

       DATA DIVISION.
       FILE SECTION.
      *    Arquivo permanente de ciclos, como em CARTAO-EXTRATO.
       FD  ARQUIVO-CICLOS.
       01  ARQUIVO-REGISTRO.
           05 ARQ-CHAVE.
              10 ARQ-CICLO      PIC 9(6).
              10 ARQ-NUMERO     PIC 9(5).
              10 ARQ-SEQ        PIC 9(5).
           05 ARQ-TIPO-REG      PIC X(1).
           05 ARQ-DATA          PIC 9(8).
           05 ARQ-TIPO-TRANS    PIC X(1).
           05 ARQ-VALOR         PIC 9(6)V99.
           05 ARQ-SALDO-ANT-SIN PIC X(1).
           05 ARQ-SALDO-ANT     PIC 9(9)V99.
           05 ARQ-JUROS         PIC 9(9)V99.
           05 ARQ-SALDO-NOV-SIN PIC X(1).
           05 ARQ-SALDO-NOV     PIC 9(9)V99.
           05 ARQ-PAGTO-MINIMO  PIC 9(9)V99.
           05 ARQ-VENCIMENTO    PIC 9(8).
           05 ARQ-CARTAO        PIC 9(5).
           05 ARQ-LOJISTA       PIC 9(4).
           05 ARQ-MOEDA         PIC X(3).
           05 ARQ-VLR-MOEDA     PIC 9(6)V99.
           05 ARQ-TAXA          PIC 9(4)V9(6).

      *    Ciclos expurgados, no mesmo leiaute do arquivo permanente.
       FD  HISTORICO-CICLOS.
       01  HISTORICO-REGISTRO   PIC X(118).

      *    Retencao do arquivo vivo, em meses.
       FD  PARAMETROS.
       01  PARM-REGISTRO.
           05 PARM-MESES        PIC 9(3).

       FD  EXPURGO-OUTFILE.
       01  EXPURGO-REGISTRO     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ARQ-STATUS        PIC X(2).
       01  WS-HIST-STATUS       PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-FIM-ARQUIVO       PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM       VALUE 'S'.
       01  WS-ARQ-ABERTO        PIC X VALUE 'N'.
           88 ARQ-ABERTO            VALUE 'S'.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.

      *    Retencao e ciclo de corte: o mes corrente menos a
      *    retencao, contado em meses corridos.
       01  WS-MESES-RETENCAO    PIC 9(3) VALUE 24.
       01  WS-RETENCAO-MINIMA   PIC 9(3) VALUE 13.
       01  WS-CICLO-CORTE       PIC 9(6) VALUE 0.
       01  WS-CICLO-CORTE-R REDEFINES WS-CICLO-CORTE.
           05 WS-CORTE-ANO      PIC 9(4).
           05 WS-CORTE-MES      PIC 9(2).
       01  WS-MESES-CORRIDOS    PIC 9(7) VALUE 0.
       01  WS-MES-RESTO         PIC 9(2) VALUE 0.
       01  WS-TIPO-LINHA        PIC X(1) VALUE 'C'.
           88 LINHA-CREDITO         VALUE 'P' 'D' 'E' 'V'.

      *    Totais do ciclo corrente do expurgo.
       01  WS-CICLO-ATUAL       PIC 9(6) VALUE 0.
       01  WS-CIC-QTD-T         PIC 9(7) VALUE 0.
       01  WS-CIC-QTD-S         PIC 9(7) VALUE 0.
       01  WS-CIC-TRANSACOES    PIC S9(11)V99 VALUE 0.
       01  WS-CIC-SALDO-NOVO    PIC S9(11)V99 VALUE 0.

      *    Totais de controle da execucao.
       01  WS-QTD-LIDOS         PIC 9(7) VALUE 0.
       01  WS-QTD-GRAVADOS      PIC 9(7) VALUE 0.
       01  WS-QTD-APAGADOS      PIC 9(7) VALUE 0.
       01  WS-QTD-CICLOS        PIC 9(3) VALUE 0.
       01  WS-QTD-T             PIC 9(7) VALUE 0.
       01  WS-QTD-S             PIC 9(7) VALUE 0.
       01  WS-TOT-TRANSACOES    PIC S9(11)V99 VALUE 0.
       01  WS-TOT-SALDO-NOVO    PIC S9(11)V99 VALUE 0.

      *    Valores com sinal ja editados (ponto de milhar, virgula
      *    decimal).
       01  WS-VLR-ED            PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR-ED-2          PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-TOT-ED            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-TOT-ED-2          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-EXPURGAR-REGISTRO THRU 2000-EXIT
               UNTIL FIM-ARQUIVO-SIM
           IF WS-QTD-LIDOS > 0
               PERFORM 3000-GRAVAR-CICLO THRU 3000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
           IF WS-MESES-RETENCAO < WS-RETENCAO-MINIMA
               DISPLAY 'CARTAO-EXPURGO: RETENCAO DE '
                   WS-MESES-RETENCAO ' MESES ABAIXO DO MINIMO DE '
                   WS-RETENCAO-MINIMA ' - NADA FOI EXPURGADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CALCULAR-CORTE THRU 1200-EXIT
           OPEN OUTPUT EXPURGO-OUTFILE
           MOVE SPACES TO EXPURGO-REGISTRO
           STRING 'EXPURGO DO ARQUIVO DE CICLOS DATA=' WS-DATA-HOJE
               ' RETENCAO=' WS-MESES-RETENCAO
               ' MESES CORTE=' WS-CICLO-CORTE
               DELIMITED BY SIZE INTO EXPURGO-REGISTRO
           WRITE EXPURGO-REGISTRO
           OPEN I-O ARQUIVO-CICLOS
           IF WS-ARQ-STATUS = '35'
               DISPLAY 'CARTAO-EXPURGO: ARQUIVO DE CICLOS AUSENTE -'
                   ' NADA A EXPURGAR'
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'CARTAO-EXPURGO: ARQUIVO DE CICLOS'
                   ' INDISPONIVEL (STATUS ' WS-ARQ-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-ARQ-ABERTO
           OPEN EXTEND HISTORICO-CICLOS
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORICO-CICLOS
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CARTAO-EXPURGO: HISTORICO INDISPONIVEL'
                   ' (STATUS ' WS-HIST-STATUS ') - NADA FOI'
                   ' EXPURGADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       1000-EXIT.
           EXIT.

       1100-LER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
           READ PARAMETROS
           IF WS-PARM-STATUS = '00'
               IF PARM-MESES NUMERIC AND PARM-MESES > 0
                   MOVE PARM-MESES TO WS-MESES-RETENCAO
               END-IF
           END-IF
           CLOSE PARAMETROS
       1100-EXIT.
           EXIT.

      *    Mes corrente em meses corridos (ano x 12 + mes - 1),
      *    menos a retencao, de volta a ano e mes.
       1200-CALCULAR-CORTE.
           MOVE WS-DATA-HOJE (1: 6) TO WS-CICLO-CORTE
           COMPUTE WS-MESES-CORRIDOS =
               WS-CORTE-ANO * 12 + WS-CORTE-MES - 1
               - WS-MESES-RETENCAO
           DIVIDE WS-MESES-CORRIDOS BY 12
               GIVING WS-CORTE-ANO REMAINDER WS-MES-RESTO
           ADD 1 WS-MES-RESTO GIVING WS-CORTE-MES
       1200-EXIT.
           EXIT.

      *    Le o arquivo vivo na ordem da chave ate o primeiro ciclo
      *    retido; cada registro anterior ao corte vai para o
      *    historico e sai do arquivo vivo.
       2000-EXPURGAR-REGISTRO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 2000-EXIT
           END-READ
           IF ARQ-CICLO NOT < WS-CICLO-CORTE
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 2000-EXIT
           END-IF
           IF WS-QTD-LIDOS = 0
               MOVE ARQ-CICLO TO WS-CICLO-ATUAL
           END-IF
           IF ARQ-CICLO NOT = WS-CICLO-ATUAL
               PERFORM 3000-GRAVAR-CICLO THRU 3000-EXIT
               MOVE ARQ-CICLO TO WS-CICLO-ATUAL
           END-IF
           ADD 1 TO WS-QTD-LIDOS
           WRITE HISTORICO-REGISTRO FROM ARQUIVO-REGISTRO
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CARTAO-EXPURGO: FALHA NA GRAVACAO DO'
                   ' HISTORICO (STATUS ' WS-HIST-STATUS ') CICLO='
                   ARQ-CICLO ' NUMERO=' ARQ-NUMERO ' SEQ=' ARQ-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTD-GRAVADOS
           DELETE ARQUIVO-CICLOS RECORD
               INVALID KEY
                   DISPLAY 'CARTAO-EXPURGO: FALHA NA EXCLUSAO'
                       ' (STATUS ' WS-ARQ-STATUS ') CICLO=' ARQ-CICLO
                       ' NUMERO=' ARQ-NUMERO ' SEQ=' ARQ-SEQ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-QTD-APAGADOS
           PERFORM 2100-TOTALIZAR-REGISTRO THRU 2100-EXIT
       2000-EXIT.
           EXIT.

      *    Transacao soma (debito) ou abate (credito) do liquido do
      *    ciclo, o tipo em branco sendo compra dos registros
      *    antigos; fechamento soma o saldo novo com o sinal.
       2100-TOTALIZAR-REGISTRO.
           IF ARQ-TIPO-REG = 'S'
               ADD 1 TO WS-CIC-QTD-S
               IF ARQ-SALDO-NOV-SIN = '-'
                   SUBTRACT ARQ-SALDO-NOV FROM WS-CIC-SALDO-NOVO
               ELSE
                   ADD ARQ-SALDO-NOV TO WS-CIC-SALDO-NOVO
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CIC-QTD-T
           MOVE ARQ-TIPO-TRANS TO WS-TIPO-LINHA
           IF LINHA-CREDITO
               SUBTRACT ARQ-VALOR FROM WS-CIC-TRANSACOES
           ELSE
               ADD ARQ-VALOR TO WS-CIC-TRANSACOES
           END-IF
       2100-EXIT.
           EXIT.

      *    Linha de controle do ciclo expurgado, e os totais dele
      *    levados aos totais da execucao.
       3000-GRAVAR-CICLO.
           MOVE WS-CIC-TRANSACOES TO WS-VLR-ED
           MOVE WS-CIC-SALDO-NOVO TO WS-VLR-ED-2
           MOVE SPACES TO EXPURGO-REGISTRO
           STRING '  CICLO=' WS-CICLO-ATUAL
               ' T=' WS-CIC-QTD-T
               ' S=' WS-CIC-QTD-S
               ' TRANS=' WS-VLR-ED
               ' SALDO=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO EXPURGO-REGISTRO
           WRITE EXPURGO-REGISTRO
           ADD 1 TO WS-QTD-CICLOS
           ADD WS-CIC-QTD-T TO WS-QTD-T
           ADD WS-CIC-QTD-S TO WS-QTD-S
           ADD WS-CIC-TRANSACOES TO WS-TOT-TRANSACOES
           ADD WS-CIC-SALDO-NOVO TO WS-TOT-SALDO-NOVO
           MOVE 0 TO WS-CIC-QTD-T
           MOVE 0 TO WS-CIC-QTD-S
           MOVE 0 TO WS-CIC-TRANSACOES
           MOVE 0 TO WS-CIC-SALDO-NOVO
       3000-EXIT.
           EXIT.

      *    TRAILER1 fecha as quantidades (lidos abaixo do corte,
      *    gravados no historico, apagados do arquivo vivo, ciclos);
      *    TRAILER2 as transacoes e os fechamentos movidos; TRAILER3
      *    o liquido das transacoes e a soma dos saldos novos.
       9000-FINALIZAR.
           MOVE SPACES TO EXPURGO-REGISTRO
           STRING 'TRAILER1' ' '
               'LIDOS=' WS-QTD-LIDOS ' '
               'GRAVADOS=' WS-QTD-GRAVADOS ' '
               'APAGADOS=' WS-QTD-APAGADOS ' '
               'CICLOS=' WS-QTD-CICLOS
               DELIMITED BY SIZE INTO EXPURGO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-EXPURGO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE EXPURGO-REGISTRO
           MOVE SPACES TO EXPURGO-REGISTRO
           STRING 'TRAILER2' ' '
               'TRANSACOES=' WS-QTD-T ' '
               'FECHAMENTOS=' WS-QTD-S
               DELIMITED BY SIZE INTO EXPURGO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-EXPURGO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE EXPURGO-REGISTRO
           MOVE WS-TOT-TRANSACOES TO WS-TOT-ED
           MOVE WS-TOT-SALDO-NOVO TO WS-TOT-ED-2
           MOVE SPACES TO EXPURGO-REGISTRO
           STRING 'TRAILER3' ' '
               'VLR-TRANSACOES=' WS-TOT-ED ' '
               'SALDO-NOVO=' WS-TOT-ED-2
               DELIMITED BY SIZE INTO EXPURGO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-EXPURGO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE EXPURGO-REGISTRO
           CLOSE EXPURGO-OUTFILE
           IF ARQ-ABERTO
               CLOSE ARQUIVO-CICLOS
               CLOSE HISTORICO-CICLOS
           END-IF
           DISPLAY 'CARTAO-EXPURGO: CORTE ' WS-CICLO-CORTE
               ' CICLOS=' WS-QTD-CICLOS
               ' REGISTROS=' WS-QTD-APAGADOS
       9000-EXIT.
           EXIT.

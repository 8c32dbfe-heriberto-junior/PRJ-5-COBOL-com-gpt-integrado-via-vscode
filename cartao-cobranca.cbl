      *    o minimo ate o vencimento - o que ate aqui era conferido a
      *    mao contra cartoes.saldo e cartoes.arquivo.
      *
      *    Recebe na linha de comando o fechamento a cobrar: AAAAMMDD
      *    cobra as contas que fecharam naquela noite (o grupo de
      *    faturamento de CARTAO-EXTRATO), AAAAMM o ciclo inteiro;
      *    chamada sem parametro usa a noite de fechamento mais
      *    recente cujo vencimento ja passou (sem nenhuma, a mais
      *    recente arquivada). Cada conta e cobrada pelo vencimento
      *    da sua propria fatura; a que ainda nao venceu fica de fora
      *    e so e contada (A-VENCER), para ser cobrada numa execucao
      *    depois do seu vencimento - e antes do proximo fechamento
      *    do seu grupo, que leva os pagamentos do acumulado.
      *    Para cada cartao que fechou devedor no ciclo, soma os
      *    pagamentos recebidos (no prazo e no total), classifica a
      *    situacao, envelhece o saldo em aberto nas faixas de 30, 60
      *    no fim de cartoes.movimentos, que CARTAO-MANUTENCAO aplica
      *    na proxima execucao - e o elo que faltava entre o
      *    comportamento de pagamento e o CAD-STATUS.
      *
      *    Conta que trocou de numero por substituicao de plastico
      *    (cartoes.substituicoes, gravado por CARTAO-MANUTENCAO) e
      *    cobrada pelo numero novo: o fechamento arquivado sob o
      *    numero antigo e os pagamentos que entrarem por qualquer um
      *    dos dois caem na mesma conta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CICLOS ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ACUMULO-MENSAL ASSIGN TO 'cartoes.acumulado'
               FILE STATUS IS WS-ACUM-STATUS.
           SELECT MOVIMENTO-OUTFILE ASSIGN TO 'cartoes.movimentos'
               FILE STATUS IS WS-MOV-STATUS.
           SELECT COBRANCA-OUTFILE ASSIGN TO 'cobranca.txt'.
           SELECT CARTAO-SUBSTITUICOES ASSIGN TO
               'cartoes.substituicoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUBST-ANTIGO
               FILE STATUS IS WS-SUBST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CICLOS.
       01  ARQUIVO-REGISTRO.
           05 ARQ-CHAVE.
              10 ARQ-CICLO      PIC 9(6).
              10 ARQ-NUMERO     PIC 9(5).
              10 ARQ-SEQ        PIC 9(5).
           05 ARQ-TIPO-REG      PIC X(1).
           05 ARQ-DATA          PIC 9(8).
           05 ARQ-TIPO-TRANS    PIC X(1).
           05 ARQ-PAGTO-MINIMO  PIC 9(9)V99.
           05 ARQ-VENCIMENTO    PIC 9(8).
           05 ARQ-CARTAO        PIC 9(5).
           05 ARQ-LOJISTA       PIC 9(4).
           05 ARQ-MOEDA         PIC X(3).
           05 ARQ-VLR-MOEDA     PIC 9(6)V99.
           05 ARQ-TAXA          PIC 9(4)V9(6).

       FD  ACUMULO-MENSAL.
       01  ACUM-REGISTRO.
           05 ACUM-TIPO         PIC X(1).
           05 ACUM-LOJISTA      PIC 9(4).
           05 ACUM-CONTA        PIC 9(5).
           05 ACUM-MOEDA        PIC X(3).
           05 ACUM-VLR-MOEDA    PIC 9(6)V99.
           05 ACUM-TAXA         PIC 9(4)V9(6).

      *    Contagem de ciclos seguidos sem o pagamento minimo, por
      *    cartao, persistida entre as execucoes: zerada quando o
       FD  COBRANCA-OUTFILE.
       01  COBRANCA-REGISTRO    PIC X(80).

      *    Registro permanente das substituicoes de cartao, como em
      *    CARTAO-MANUTENCAO: o numero antigo aponta o novo.
       FD  CARTAO-SUBSTITUICOES.
       01  SUBST-REGISTRO.
           05 SUBST-ANTIGO      PIC 9(5).
           05 SUBST-NOVO        PIC 9(5).
           05 SUBST-DATA        PIC 9(8).
           05 SUBST-USUARIO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ARQ-STATUS        PIC X(2).
       01  WS-ACUM-STATUS       PIC X(2).
       01  WS-FALTAS-STATUS     PIC X(2).
       01  WS-MOV-STATUS        PIC X(2).
       01  WS-SUBST-STATUS      PIC X(2).
       01  WS-FIM-SUBST         PIC X VALUE 'N'.
           88 FIM-SUBST-SIM         VALUE 'S'.
       01  WS-FIM-ARQUIVO       PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM       VALUE 'S'.
       01  WS-FIM-ACUMULO       PIC X VALUE 'N'.
       01  WS-MOVIMENTO-ABERTO  PIC X VALUE 'N'.
           88 MOVIMENTO-ABERTO      VALUE 'S'.

      *    Fechamento pedido na linha de comando: a noite
      *    (WS-DATA-COBRANCA) ou o ciclo inteiro (WS-CICLO-COBRANCA,
      *    com a data zerada); em branco, a noite escolhida em 2000.
      *    O ciclo de uma noite e o seu ano e mes, como o ARQ-CICLO
      *    que CARTAO-EXTRATO grava.
       01  WS-PARM-ENTRADA      PIC X(20).
       01  WS-MODO-COBRANCA     PIC X VALUE 'P'.
           88 COBRAR-PADRAO         VALUE 'P'.
           88 COBRAR-NOITE          VALUE 'N'.
           88 COBRAR-CICLO          VALUE 'C'.
       01  WS-CICLO-COBRANCA    PIC 9(6) VALUE 0.
       01  WS-DATA-COBRANCA     PIC 9(8) VALUE 0.
       01  WS-ULT-FECHAMENTO    PIC 9(8) VALUE 0.
       01  WS-FECHAMENTO-ACHADO PIC X VALUE 'N'.
           88 FECHAMENTO-ACHADO     VALUE 'S'.
       01  WS-FECHAMENTO-ED     PIC X(8) VALUE SPACES.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.
       01  WS-CICLO-JANELA      PIC 9(6) VALUE 0.
       01  WS-CICLO-JANELA-R REDEFINES WS-CICLO-JANELA.
           05 WS-JANELA-ANO     PIC 9(4).
           05 WS-JANELA-MES     PIC 9(2).
       01  WS-CONTA-PAGTO       PIC 9(5) VALUE 0.

      *    Fechamentos devedores do ciclo, indexados pelo proprio
           05 WS-PAGO-TOTAL OCCURS 99999 PIC 9(9)V99 COMP VALUE 0.
       01  WS-TABELA-FALTAS.
           05 WS-FALTAS-QTD OCCURS 99999 PIC 9(3) COMP VALUE 0.
       01  WS-TABELA-VENCIMENTO.
           05 WS-VENC-DEV OCCURS 99999 PIC 9(8) COMP VALUE 0.

      *    Numero novo de cada cartao substituido, indexado pelo
      *    numero antigo (zero = nunca substituido). A conta de um
      *    numero e achada seguindo a cadeia ate o fim - o plastico
      *    novo tambem pode ter sido substituido depois; o teto de
      *    saltos protege de um registro circular montado a mao.
       01  WS-TABELA-SUBST.
           05 WS-SUBST-NOVO OCCURS 99999 PIC 9(5) COMP VALUE 0.
       01  WS-CONTA-RESOLVIDA   PIC 9(5) VALUE 0.
       01  WS-QTD-SALTOS        PIC 9(3) VALUE 0.

      *    Avaliacao do cartao corrente.
       01  WS-IDX-CARTAO        PIC 9(7) VALUE 0.
       01  WS-QTD-EM-DIA        PIC 9(7) VALUE 0.
       01  WS-QTD-INADIMPLENTES PIC 9(7) VALUE 0.
       01  WS-QTD-BLOQUEIOS     PIC 9(7) VALUE 0.
       01  WS-QTD-A-VENCER      PIC 9(7) VALUE 0.
       01  WS-VLR-FAIXA-30      PIC 9(9)V99 VALUE 0.
       01  WS-VLR-FAIXA-60      PIC 9(9)V99 VALUE 0.
       01  WS-VLR-FAIXA-90      PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 1500-CARREGAR-SUBSTITUICOES THRU 1500-EXIT
           PERFORM 2000-ESCOLHER-CICLO THRU 2000-EXIT
           PERFORM 2500-CONFERIR-CICLO THRU 2500-EXIT
           PERFORM 3000-CARREGAR-FECHAMENTOS THRU 3000-EXIT
           PERFORM 3500-CARREGAR-PAGAMENTOS THRU 3500-EXIT
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           IF WS-PARM-ENTRADA (1: 8) NUMERIC
               MOVE 'N' TO WS-MODO-COBRANCA
               MOVE WS-PARM-ENTRADA (1: 8) TO WS-DATA-COBRANCA
           ELSE
               IF WS-PARM-ENTRADA (1: 6) NUMERIC
                   MOVE 'C' TO WS-MODO-COBRANCA
                   MOVE WS-PARM-ENTRADA (1: 6) TO WS-CICLO-COBRANCA
               END-IF
           END-IF
           OPEN INPUT ARQUIVO-CICLOS
           IF WS-ARQ-STATUS NOT = '00'
       1000-EXIT.
           EXIT.

      *    Registro de substituicoes ausente e instalacao que nunca
      *    trocou um plastico: todo numero e a propria conta.
       1500-CARREGAR-SUBSTITUICOES.
           OPEN INPUT CARTAO-SUBSTITUICOES
           IF WS-SUBST-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LER-SUBSTITUICAO THRU 1510-EXIT
               UNTIL FIM-SUBST-SIM
           CLOSE CARTAO-SUBSTITUICOES
       1500-EXIT.
           EXIT.

       1510-LER-SUBSTITUICAO.
           READ CARTAO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SUBST
               NOT AT END
                   IF SUBST-ANTIGO > 0
                       MOVE SUBST-NOVO
                           TO WS-SUBST-NOVO (SUBST-ANTIGO)
                   END-IF
           END-READ
       1510-EXIT.
           EXIT.

      *    Conta vigente do numero em WS-CONTA-RESOLVIDA.
       1600-RESOLVER-CONTA.
           MOVE 0 TO WS-QTD-SALTOS
           PERFORM 1610-SEGUIR-SUBSTITUICAO THRU 1610-EXIT
               UNTIL WS-SUBST-NOVO (WS-CONTA-RESOLVIDA) = 0
               OR WS-QTD-SALTOS > 50
       1600-EXIT.
           EXIT.

       1610-SEGUIR-SUBSTITUICAO.
           MOVE WS-SUBST-NOVO (WS-CONTA-RESOLVIDA)
               TO WS-CONTA-RESOLVIDA
           ADD 1 TO WS-QTD-SALTOS
       1610-EXIT.
           EXIT.

      *    Primeira passagem pelo arquivo permanente: sem parametro,
      *    acha a noite de fechamento mais recente ja vencida (e a
      *    mais recente de todas, para o caso de nenhuma ter
      *    vencido); com a noite na linha de comando, confere que
      *    ela teve fechamento. O arquivo e ordenado pelo ciclo: a
      *    noite pedida e procurada so no ciclo dela, e sem
      *    parametro a leitura comeca tres meses antes do mes
      *    corrente - so sem nenhum fechamento vencido nesse trecho
      *    o arquivo e lido desde o inicio.
       2000-ESCOLHER-CICLO.
           IF COBRAR-CICLO
               GO TO 2000-EXIT
           END-IF
           IF COBRAR-NOITE
               MOVE WS-DATA-COBRANCA (1: 6) TO WS-CICLO-JANELA
               PERFORM 2050-VARRER-A-PARTIR THRU 2050-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-DATA-HOJE (1: 6) TO WS-CICLO-JANELA
           IF WS-JANELA-MES > 3
               SUBTRACT 3 FROM WS-JANELA-MES
           ELSE
               ADD 9 TO WS-JANELA-MES
               SUBTRACT 1 FROM WS-JANELA-ANO
           END-IF
           PERFORM 2050-VARRER-A-PARTIR THRU 2050-EXIT
           IF WS-DATA-COBRANCA = 0
               MOVE 0 TO WS-CICLO-JANELA
               PERFORM 2050-VARRER-A-PARTIR THRU 2050-EXIT
           END-IF
       2000-EXIT.
           EXIT.

       2050-VARRER-A-PARTIR.
           MOVE WS-CICLO-JANELA TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-ARQUIVO
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START
           PERFORM 2100-LER-CANDIDATO THRU 2100-EXIT
               UNTIL FIM-ARQUIVO-SIM
       2050-EXIT.
           EXIT.

       2100-LER-CANDIDATO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ
           IF COBRAR-NOITE AND ARQ-CICLO NOT = WS-CICLO-JANELA
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF
           IF ARQ-TIPO-REG NOT = 'S'
               GO TO 2100-EXIT
           END-IF
           IF COBRAR-NOITE AND ARQ-DATA = WS-DATA-COBRANCA
               MOVE 'S' TO WS-FECHAMENTO-ACHADO
           END-IF
           IF COBRAR-PADRAO
               IF ARQ-DATA > WS-ULT-FECHAMENTO
                   MOVE ARQ-DATA TO WS-ULT-FECHAMENTO
               END-IF
               IF ARQ-VENCIMENTO < WS-DATA-HOJE
                   AND ARQ-DATA > WS-DATA-COBRANCA
                   MOVE ARQ-DATA TO WS-DATA-COBRANCA
               END-IF
           END-IF
       2100-EXIT.
           EXIT.

       2500-CONFERIR-CICLO.
           IF COBRAR-PADRAO
               IF WS-DATA-COBRANCA = 0
                   MOVE WS-ULT-FECHAMENTO TO WS-DATA-COBRANCA
               END-IF
               IF WS-DATA-COBRANCA > 0
                   MOVE 'S' TO WS-FECHAMENTO-ACHADO
               END-IF
           END-IF
           IF COBRAR-CICLO
               MOVE 'TODOS' TO WS-FECHAMENTO-ED
           ELSE
               MOVE WS-DATA-COBRANCA (1: 6) TO WS-CICLO-COBRANCA
               MOVE WS-DATA-COBRANCA TO WS-FECHAMENTO-ED
               IF NOT FECHAMENTO-ACHADO
                   MOVE 0 TO WS-CICLO-COBRANCA
               END-IF
           END-IF
           IF WS-CICLO-COBRANCA = 0
               MOVE SPACES TO COBRANCA-REGISTRO
               STRING 'NENHUM CICLO FECHADO PARA COBRAR'
       2500-EXIT.
           EXIT.

      *    Segunda passagem, lida direto pela chave a partir do
      *    ciclo cobrado: retem os fechamentos do ciclo.
      *    Saldo novo devedor entra na cobranca; credor (sinal '-')
      *    ou zerado nao gera cobranca e marca a conta como quitada
      *    no ciclo, para a contagem de faltas seguidas ser zerada.
      *    Cada fatura guarda o seu vencimento - as noites de um
      *    ciclo vencem em dias diferentes.
       3000-CARREGAR-FECHAMENTOS.
           MOVE WS-CICLO-COBRANCA TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-ARQUIVO
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START
           PERFORM 3100-LER-FECHAMENTO THRU 3100-EXIT
               UNTIL FIM-ARQUIVO-SIM
           CLOSE ARQUIVO-CICLOS
           EXIT.

       3100-LER-FECHAMENTO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF ARQ-CICLO NOT = WS-CICLO-COBRANCA
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF ARQ-CICLO = WS-CICLO-COBRANCA
                       AND ARQ-TIPO-REG = 'S'
                       AND ARQ-NUMERO > 0
                       AND (COBRAR-CICLO
                           OR ARQ-DATA = WS-DATA-COBRANCA)
                       PERFORM 3150-RETER-FECHAMENTO THRU 3150-EXIT
                   END-IF
           END-READ
       3100-EXIT.
           EXIT.

      *    O fechamento fica na conta vigente: o arquivado sob um
      *    numero depois substituido passa para o numero novo.
       3150-RETER-FECHAMENTO.
           MOVE ARQ-NUMERO TO WS-CONTA-RESOLVIDA
           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           IF ARQ-SALDO-NOV-SIN NOT = '-' AND ARQ-SALDO-NOV > 0
               MOVE 'S' TO WS-TABELA-DEVEDORES (WS-CONTA-RESOLVIDA: 1)
               MOVE ARQ-SALDO-NOV TO WS-SALDO-DEV (WS-CONTA-RESOLVIDA)
               MOVE ARQ-PAGTO-MINIMO
                   TO WS-MINIMO-DEV (WS-CONTA-RESOLVIDA)
               MOVE ARQ-VENCIMENTO TO WS-VENC-DEV (WS-CONTA-RESOLVIDA)
               ADD 1 TO WS-QTD-FATURAS
           ELSE
               MOVE 'S' TO WS-TABELA-QUITADOS (WS-CONTA-RESOLVIDA: 1)
           END-IF
       3150-EXIT.
           EXIT.
                       MOVE ACUM-NUMERO TO WS-CONTA-PAGTO
                   END-IF
                   IF ACUM-TIPO = 'P' AND WS-CONTA-PAGTO > 0
                       MOVE WS-CONTA-PAGTO TO WS-CONTA-RESOLVIDA
                       PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
                       MOVE WS-CONTA-RESOLVIDA TO WS-CONTA-PAGTO
                       ADD ACUM-VALOR
                           TO WS-PAGO-TOTAL (WS-CONTA-PAGTO)
                       IF ACUM-DATA NOT > WS-VENC-DEV (WS-CONTA-PAGTO)
                           ADD ACUM-VALOR
                               TO WS-PAGO-PRAZO (WS-CONTA-PAGTO)
                       END-IF
           MOVE WS-DATA-HOJE TO WS-DATA-TRAB
           PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
           MOVE WS-DIAS-CALCULADOS TO WS-DIAS-HOJE
           MOVE SPACES TO COBRANCA-REGISTRO
           STRING 'COBRANCA CICLO=' WS-CICLO-COBRANCA
               ' FECHAMENTO=' WS-FECHAMENTO-ED
               ' DATA=' WS-DATA-HOJE
               DELIMITED BY SIZE INTO COBRANCA-REGISTRO
           WRITE COBRANCA-REGISTRO
      *    falta completa. Quem cobriu o minimo (mesmo atrasado)
      *    zera a contagem de faltas, assim como quem fechou o ciclo
      *    quitado (sem fatura devedora); quem nao cobriu soma uma
      *    falta e, na terceira seguida, sai bloqueado. Fatura que
      *    ainda nao venceu nao e avaliada - a contagem de faltas
      *    dela fica como esta.
       4100-AVALIAR-UM-CARTAO.
           IF WS-TABELA-QUITADOS (WS-IDX-CARTAO: 1) = 'S'
               MOVE 0 TO WS-FALTAS-QTD (WS-IDX-CARTAO)
           IF WS-TABELA-DEVEDORES (WS-IDX-CARTAO: 1) NOT = 'S'
               GO TO 4100-EXIT
           END-IF
           IF WS-VENC-DEV (WS-IDX-CARTAO) NOT < WS-DATA-HOJE
               ADD 1 TO WS-QTD-A-VENCER
               GO TO 4100-EXIT
           END-IF
           IF WS-PAGO-PRAZO (WS-IDX-CARTAO)
               NOT < WS-MINIMO-DEV (WS-IDX-CARTAO)
               ADD 1 TO WS-QTD-EM-DIA
           EXIT.

      *    Saldo em aberto (fatura menos o que foi pago) envelhecido
      *    pela quantidade de dias corridos desde o vencimento da
      *    fatura, nas faixas de 30, 60 e 90 dias.
       4200-ENVELHECER-SALDO.
           IF WS-PAGO-TOTAL (WS-IDX-CARTAO)
               > WS-SALDO-DEV (WS-IDX-CARTAO)
                   FROM WS-SALDO-DEV (WS-IDX-CARTAO)
                   GIVING WS-EM-ABERTO
           END-IF
           MOVE WS-VENC-DEV (WS-IDX-CARTAO) TO WS-DATA-TRAB
           PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
           MOVE WS-DIAS-CALCULADOS TO WS-DIAS-VENCIMENTO
           SUBTRACT WS-DIAS-VENCIMENTO FROM WS-DIAS-HOJE
               GIVING WS-DIAS-ATRASO
           IF WS-DIAS-ATRASO < 0
                   STOP RUN
           END-STRING
           WRITE COBRANCA-REGISTRO
           MOVE SPACES TO COBRANCA-REGISTRO
           STRING 'TRAILER2' ' '
               'A-VENCER=' WS-QTD-A-VENCER
               DELIMITED BY SIZE INTO COBRANCA-REGISTRO
           WRITE COBRANCA-REGISTRO
       5000-EXIT.
           EXIT.


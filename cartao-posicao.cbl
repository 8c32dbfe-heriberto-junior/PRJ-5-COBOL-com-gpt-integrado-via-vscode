      *    90 por cento do limite sai marcada *ALERTA*: e a rejeicao
      *    LIMITE CICLO EXCEDIDO de amanha e a ligacao brava de hoje.
      *
      *    Com os grupos de faturamento, a exposicao do ciclo e a do
      *    ciclo em aberto da propria conta, que fecha na noite do
      *    seu grupo; a posicao mostra o grupo (cartoes.grupos) e as
      *    datas do proximo fechamento e do vencimento dessa fatura
      *    pelo calendario (cartoes.calendario), com as mesmas
      *    regras de CARTAO-EXTRATO.
      *
      *    As autorizacoes ainda sem liquidacao (cartoes.autorizacoes)
      *    saem numa linha propria, separadas da exposicao postada do
      *    ciclo: o valor retido e a quantidade de reservas abertas
      *    da conta. O disponivel e o alerta contam o retido, como
      *    2220-DECIDIR-LIMITE na aprovacao.
      *
      *    Duas saidas: posicao.txt legivel (quatro linhas por cartao)
      *    e cartoes.posicao delimitado por virgula, para a central
      *    pesquisar.

               FILE STATUS IS WS-CICLO-STATUS.
           SELECT SALDO-CICLO ASSIGN TO 'cartoes.saldo'
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT CARTAO-GRUPOS ASSIGN TO 'cartoes.grupos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GRUPO-CONTA
               FILE STATUS IS WS-GRUPOS-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO 'cartoes.calendario'
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CARTAO-AUTORIZACOES ASSIGN TO 'cartoes.autorizacoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.
           SELECT POSICAO-OUTFILE ASSIGN TO 'posicao.txt'.
           SELECT POSICAO-DELIM ASSIGN TO 'cartoes.posicao'.

           05 SALDO-SINAL      PIC X(1).
           05 SALDO-VALOR-REG  PIC 9(9)V99.

      *    Grupo de cada conta e calendario dos grupos, como em
      *    CARTAO-EXTRATO.
       FD  CARTAO-GRUPOS.
       01  GRUPO-REGISTRO.
           05 GRUPO-CONTA      PIC 9(5).
           05 GRUPO-CODIGO     PIC 9(2).
           05 GRUPO-DATA       PIC 9(8).

       FD  CALENDARIO-FILE.
       01  CAL-REGISTRO.
           05 CAL-GRUPO        PIC 9(2).
           05 CAL-DIA-FECH     PIC 9(2).
           05 CAL-DIA-VENC     PIC 9(2).

      *    Reservas das autorizacoes, mantidas por CARTAO-BATCH; so
      *    as abertas ('A') contam.
       FD  CARTAO-AUTORIZACOES.
       01  AUT-REGISTRO.
           05 AUT-CHAVE.
              10 AUT-CARTAO     PIC 9(5).
              10 AUT-LOJISTA    PIC 9(4).
              10 AUT-CODIGO     PIC X(6).
           05 AUT-CONTA         PIC 9(5).
           05 AUT-DATA          PIC 9(8).
           05 AUT-VALOR         PIC 9(6)V99.
           05 AUT-SITUACAO      PIC X(1).
           05 AUT-DATA-BAIXA    PIC 9(8).
           05 AUT-VLR-LIQUIDADO PIC 9(6)V99.
           05 AUT-FEED          PIC X(3).

       FD  POSICAO-OUTFILE.
       01  POSICAO-REGISTRO    PIC X(80).

       FD  POSICAO-DELIM.
       01  DELIM-REGISTRO      PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-CADASTRO-STATUS  PIC X(2).
       01  WS-FIM-SALDOS       PIC X VALUE 'N'.
           88 FIM-SALDOS-SIM       VALUE 'S'.
       01  WS-DATA-POSICAO     PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-DATA-POSICAO.
           05 WS-POS-ANO       PIC 9(4).
           05 WS-POS-MES       PIC 9(2).
           05 WS-POS-DIA       PIC 9(2).
       01  WS-GRUPOS-STATUS    PIC X(2).
       01  WS-CAL-STATUS       PIC X(2).
       01  WS-GRUPOS-ABERTO    PIC X VALUE 'N'.
           88 GRUPOS-ABERTO        VALUE 'S'.
       01  WS-FIM-CALENDARIO   PIC X VALUE 'N'.
           88 FIM-CALENDARIO-SIM   VALUE 'S'.

      *    Calendario dos grupos (posicao = grupo + 1): dia do
      *    fechamento e dia do vencimento; zero = grupo sem
      *    calendario. Sem o arquivo, fechamento mensal de sempre.
       01  WS-TEM-CALENDARIO   PIC X VALUE 'N'.
           88 TEM-CALENDARIO       VALUE 'S'.
       01  WS-TABELA-CALENDARIO.
           05 WS-CAL-ENT OCCURS 100.
              10 WS-CAL-FECH    PIC 9(2) VALUE 0.
              10 WS-CAL-VENC    PIC 9(2) VALUE 0.
       01  WS-IDX-GRUPO        PIC 9(3) VALUE 0.

      *    Saldos anteriores por conta, indexados pelo proprio numero
      *    (mesma tecnica de WS-TABELA-VISTOS em CARTAO-BATCH).
           05 WS-SALDO-ANT OCCURS 99999
              PIC S9(9)V99 COMP VALUE 0.

      *    Valor e quantidade das reservas abertas por conta.
       01  WS-AUT-STATUS       PIC X(2).
       01  WS-FIM-AUTORIZACOES PIC X VALUE 'N'.
           88 FIM-AUTORIZACOES-SIM VALUE 'S'.
       01  WS-TABELA-RETIDO.
           05 WS-RETIDO OCCURS 99999
              PIC 9(9)V99 COMP VALUE 0.
       01  WS-TABELA-QTD-AUT.
           05 WS-QTD-AUT OCCURS 99999
              PIC 9(5) COMP VALUE 0.

      *    Posicao do cartao corrente.
       01  WS-CONTA-NUMERO     PIC 9(5) VALUE 0.
       01  WS-LIMITE-CONTA     PIC 9(6)V99 VALUE 0.
       01  WS-CICLO-CONTA      PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-CONTA      PIC S9(9)V99 VALUE 0.
       01  WS-RETIDO-CONTA     PIC 9(9)V99 VALUE 0.
       01  WS-QTD-AUT-CONTA    PIC 9(5) VALUE 0.
       01  WS-EXPOSICAO-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-DISPONIVEL       PIC 9(9)V99 VALUE 0.
       01  WS-USO-TRAB         PIC 9(11)V99 VALUE 0.
       01  WS-ALERTA-TRAB      PIC 9(11)V99 VALUE 0.
       01  WS-MARCA-ALERTA     PIC X(9).
       01  WS-GRUPO-CONTA      PIC 9(2) VALUE 0.
       01  WS-PROX-FECHAMENTO  PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-PROX-FECHAMENTO.
           05 WS-PFEC-ANO      PIC 9(4).
           05 WS-PFEC-MES      PIC 9(2).
           05 WS-PFEC-DIA      PIC 9(2).
       01  WS-PROX-VENCIMENTO  PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-PROX-VENCIMENTO.
           05 WS-PVEN-ANO      PIC 9(4).
           05 WS-PVEN-MES      PIC 9(2).
           05 WS-PVEN-DIA      PIC 9(2).

      *    Totais de controle para o trailer da listagem.
       01  WS-QTD-CARTOES      PIC 9(7) VALUE 0.
       01  WS-CICLO-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-SALDO-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-DISP-ED          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RETIDO-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EXPOSICAO-ED     PIC ZZZ.ZZZ.ZZ9,99.

      *    Campos do registro delimitado, em largura fixa antes da
      *    montagem (o saldo sai com sinal separado, como em
           IF WS-CICLO-STATUS = '00'
               MOVE 'S' TO WS-CICLO-ABERTO
           END-IF
           OPEN INPUT CARTAO-GRUPOS
           IF WS-GRUPOS-STATUS = '00'
               MOVE 'S' TO WS-GRUPOS-ABERTO
           END-IF
           PERFORM 1100-CARREGAR-SALDOS THRU 1100-EXIT
           PERFORM 1200-CARREGAR-CALENDARIO THRU 1200-EXIT
           PERFORM 1300-CARREGAR-AUTORIZACOES THRU 1300-EXIT
           OPEN OUTPUT POSICAO-OUTFILE
           OPEN OUTPUT POSICAO-DELIM
           MOVE SPACES TO POSICAO-REGISTRO
       1110-EXIT.
           EXIT.

      *    Linha com dia fora de 1 a 28 fica de fora, como em
      *    CARTAO-EXTRATO - o grupo aparece sem calendario.
       1200-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-CAL-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF
           MOVE 'S' TO WS-TEM-CALENDARIO
           PERFORM 1210-LER-CALENDARIO THRU 1210-EXIT
               UNTIL FIM-CALENDARIO-SIM
           CLOSE CALENDARIO-FILE
       1200-EXIT.
           EXIT.

       1210-LER-CALENDARIO.
           READ CALENDARIO-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CALENDARIO
                   GO TO 1210-EXIT
           END-READ
           IF CAL-GRUPO NOT NUMERIC
               OR CAL-DIA-FECH NOT NUMERIC
               OR CAL-DIA-VENC NOT NUMERIC
               OR CAL-DIA-FECH < 1 OR CAL-DIA-FECH > 28
               OR CAL-DIA-VENC < 1 OR CAL-DIA-VENC > 28
               GO TO 1210-EXIT
           END-IF
           COMPUTE WS-IDX-GRUPO = CAL-GRUPO + 1
           MOVE CAL-DIA-FECH TO WS-CAL-FECH (WS-IDX-GRUPO)
           MOVE CAL-DIA-VENC TO WS-CAL-VENC (WS-IDX-GRUPO)
       1210-EXIT.
           EXIT.

      *    Sem o arquivo de reservas nenhuma conta tem valor retido.
       1300-CARREGAR-AUTORIZACOES.
           OPEN INPUT CARTAO-AUTORIZACOES
           IF WS-AUT-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LER-AUTORIZACAO THRU 1310-EXIT
               UNTIL FIM-AUTORIZACOES-SIM
           CLOSE CARTAO-AUTORIZACOES
       1300-EXIT.
           EXIT.

       1310-LER-AUTORIZACAO.
           READ CARTAO-AUTORIZACOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AUTORIZACOES
               NOT AT END
                   IF AUT-SITUACAO = 'A' AND AUT-CONTA > 0
                       ADD AUT-VALOR TO WS-RETIDO (AUT-CONTA)
                       ADD 1 TO WS-QTD-AUT (AUT-CONTA)
                   END-IF
           END-READ
       1310-EXIT.
           EXIT.

       2000-LER-CADASTRO.
           READ CARTAO-CADASTRO NEXT RECORD
               AT END
           EXIT.

      *    Monta a posicao do cartao: a conta e o titular (ou o
      *    proprio cartao), e limite, exposicao, retido, saldo e
      *    disponivel sao da conta - os mesmos numeros que a
      *    aprovacao usa.
       2100-POSICIONAR-CARTAO.
           IF CAD-TITULAR NUMERIC AND CAD-TITULAR > 0
               MOVE CAD-TITULAR TO WS-CONTA-NUMERO
           PERFORM 2200-CONSULTAR-LIMITE THRU 2200-EXIT
           PERFORM 2300-CONSULTAR-CICLO THRU 2300-EXIT
           MOVE WS-SALDO-ANT (WS-CONTA-NUMERO) TO WS-SALDO-CONTA
           MOVE WS-RETIDO (WS-CONTA-NUMERO) TO WS-RETIDO-CONTA
           MOVE WS-QTD-AUT (WS-CONTA-NUMERO) TO WS-QTD-AUT-CONTA
           ADD WS-CICLO-CONTA WS-RETIDO-CONTA
               GIVING WS-EXPOSICAO-TOTAL
           IF WS-EXPOSICAO-TOTAL > WS-LIMITE-CONTA
               MOVE 0 TO WS-DISPONIVEL
           ELSE
               SUBTRACT WS-EXPOSICAO-TOTAL FROM WS-LIMITE-CONTA
                   GIVING WS-DISPONIVEL
           END-IF
           PERFORM 2400-AVALIAR-ALERTA THRU 2400-EXIT
           PERFORM 2450-CALCULAR-FECHAMENTO THRU 2450-EXIT
           PERFORM 2500-GRAVAR-LISTAGEM THRU 2500-EXIT
           PERFORM 2600-GRAVAR-DELIMITADO THRU 2600-EXIT
           ADD 1 TO WS-QTD-CARTOES
       2300-EXIT.
           EXIT.

      *    Conta acima de 90 por cento do limite usado (exposicao do
      *    ciclo mais o retido) sai marcada.
      *    A comparacao e feita em cruz (uso x 100 contra limite x
      *    90) para nao dividir por limite zero.
       2400-AVALIAR-ALERTA.
           MOVE SPACES TO WS-MARCA-ALERTA
           IF WS-LIMITE-CONTA > 0
               MULTIPLY WS-EXPOSICAO-TOTAL BY 100 GIVING WS-USO-TRAB
               MULTIPLY WS-LIMITE-CONTA BY 90 GIVING WS-ALERTA-TRAB
               IF WS-USO-TRAB NOT < WS-ALERTA-TRAB
                   MOVE ' *ALERTA*' TO WS-MARCA-ALERTA
       2400-EXIT.
           EXIT.

      *    Grupo da conta (sem registro, grupo 00) e, com o grupo no
      *    calendario, o proximo fechamento - hoje ou mais tarde
      *    neste mes se o dia ainda nao passou, senao no mes
      *    seguinte - e o vencimento dessa fatura, a proxima
      *    ocorrencia do dia de vencimento depois do fechamento.
      *    Datas zeradas = sem calendario para o grupo.
       2450-CALCULAR-FECHAMENTO.
           MOVE 0 TO WS-GRUPO-CONTA
           MOVE 0 TO WS-PROX-FECHAMENTO
           MOVE 0 TO WS-PROX-VENCIMENTO
           IF GRUPOS-ABERTO
               MOVE WS-CONTA-NUMERO TO GRUPO-CONTA
               READ CARTAO-GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRUPO-CODIGO TO WS-GRUPO-CONTA
               END-READ
           END-IF
           COMPUTE WS-IDX-GRUPO = WS-GRUPO-CONTA + 1
           IF WS-CAL-FECH (WS-IDX-GRUPO) = 0
               GO TO 2450-EXIT
           END-IF
           MOVE WS-POS-ANO TO WS-PFEC-ANO
           MOVE WS-POS-MES TO WS-PFEC-MES
           MOVE WS-CAL-FECH (WS-IDX-GRUPO) TO WS-PFEC-DIA
           IF WS-POS-DIA > WS-CAL-FECH (WS-IDX-GRUPO)
               IF WS-PFEC-MES = 12
                   MOVE 1 TO WS-PFEC-MES
                   ADD 1 TO WS-PFEC-ANO
               ELSE
                   ADD 1 TO WS-PFEC-MES
               END-IF
           END-IF
           MOVE WS-PFEC-ANO TO WS-PVEN-ANO
           MOVE WS-PFEC-MES TO WS-PVEN-MES
           MOVE WS-CAL-VENC (WS-IDX-GRUPO) TO WS-PVEN-DIA
           IF WS-CAL-VENC (WS-IDX-GRUPO)
               NOT > WS-CAL-FECH (WS-IDX-GRUPO)
               IF WS-PVEN-MES = 12
                   MOVE 1 TO WS-PVEN-MES
                   ADD 1 TO WS-PVEN-ANO
               ELSE
                   ADD 1 TO WS-PVEN-MES
               END-IF
           END-IF
       2450-EXIT.
           EXIT.

       2500-GRAVAR-LISTAGEM.
           MOVE SPACES TO POSICAO-REGISTRO
           STRING 'CARTAO=' CAD-NUMERO
               ' DISP=' WS-DISP-ED
               DELIMITED BY SIZE INTO POSICAO-REGISTRO
           WRITE POSICAO-REGISTRO
           MOVE SPACES TO POSICAO-REGISTRO
           IF WS-PROX-FECHAMENTO > 0
               STRING '  GRUPO=' WS-GRUPO-CONTA
                   ' FECHAMENTO=' WS-PROX-FECHAMENTO
                   ' VENCIMENTO=' WS-PROX-VENCIMENTO
                   DELIMITED BY SIZE INTO POSICAO-REGISTRO
           ELSE
               IF TEM-CALENDARIO
                   STRING '  GRUPO=' WS-GRUPO-CONTA
                       ' SEM CALENDARIO - CONTA NAO FECHA'
                       DELIMITED BY SIZE INTO POSICAO-REGISTRO
               ELSE
                   STRING '  GRUPO=' WS-GRUPO-CONTA
                       ' FECHAMENTO MENSAL'
                       DELIMITED BY SIZE INTO POSICAO-REGISTRO
               END-IF
           END-IF
           WRITE POSICAO-REGISTRO
           MOVE WS-RETIDO-CONTA TO WS-RETIDO-ED
           MOVE WS-EXPOSICAO-TOTAL TO WS-EXPOSICAO-ED
           MOVE SPACES TO POSICAO-REGISTRO
           STRING '  RETIDO=' WS-RETIDO-ED
               ' AUTORIZACOES=' WS-QTD-AUT-CONTA
               ' CICLO+RETIDO=' WS-EXPOSICAO-ED
               DELIMITED BY SIZE INTO POSICAO-REGISTRO
           WRITE POSICAO-REGISTRO
       2500-EXIT.
           EXIT.

      *    Registro delimitado por virgula (cartao, nome, status,
      *    conta, limite, exposicao, sinal e valor do saldo,
      *    disponivel, marca de alerta, grupo, proximo fechamento,
      *    vencimento, valor retido e quantidade de autorizacoes em
      *    aberto), no molde do GL - a central pesquisa por numero de
      *    cartao.
       2600-GRAVAR-DELIMITADO.
           IF WS-SALDO-CONTA < 0
               MOVE '-' TO WS-DEL-SALDO-SINAL
               WS-CONTA-NUMERO ',' WS-LIMITE-CONTA ','
               WS-CICLO-CONTA ',' WS-DEL-SALDO-SINAL WS-DEL-SALDO
               ',' WS-DISPONIVEL ',' WS-MARCA-ALERTA
               ',' WS-GRUPO-CONTA ',' WS-PROX-FECHAMENTO
               ',' WS-PROX-VENCIMENTO
               ',' WS-RETIDO-CONTA ',' WS-QTD-AUT-CONTA
               DELIMITED BY SIZE INTO DELIM-REGISTRO
           WRITE DELIM-REGISTRO
       2600-EXIT.
           IF CICLO-ABERTO
               CLOSE CICLO-ACUMULADO
           END-IF
           IF GRUPOS-ABERTO
               CLOSE CARTAO-GRUPOS
           END-IF
           CLOSE POSICAO-OUTFILE
           CLOSE POSICAO-DELIM
       9000-EXIT.

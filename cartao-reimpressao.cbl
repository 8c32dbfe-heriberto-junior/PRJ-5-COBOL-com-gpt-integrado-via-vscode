      *    mesmo formato do extrato original - e o que a ouvidoria
      *    pede quando a disputa chega 30 ou 60 dias depois.
      *
      *    O arquivo permanente e indexado por ciclo, numero e
      *    sequencia: o registro de fechamento 'S' (saldo anterior,
      *    encargo, saldo novo, pagamento minimo, vencimento) e lido
      *    direto pela chave, e as transacoes 'T' do numero no ciclo
      *    vem em seguida, na ordem em que foram faturadas.
      *
      *    Ciclo ja expurgado do arquivo permanente por
      *    CARTAO-EXPURGO e procurado no historico
      *    (cartoes.arquivo.historico), em duas passagens
      *    sequenciais: a primeira acha o fechamento, a segunda
      *    imprime as transacoes. A reimpressao sai marcada como
      *    tirada do historico.
      *
      *    Nos ciclos fechados por conta (fatura consolidada do
      *    titular e adicionais), o numero pedido e o da conta - o
      *    cartao titular - e cada linha de transacao identifica o
      *    plastico que gastou (ARQ-CARTAO).
      *
      *    Conta que trocou de numero por substituicao de plastico
      *    (cartoes.substituicoes, gravado por CARTAO-MANUTENCAO)
      *    continua achando os ciclos fechados antes da troca: o
      *    numero pedido e levado ate a conta vigente, e todo numero
      *    da cadeia que leva a ela e lido no ciclo, entao qualquer
      *    numero da cadeia reimprime a fatura da conta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT REIMPRESSAO-OUTFILE ASSIGN TO 'reimpressao.txt'.
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

      *    Ciclos expurgados, no mesmo leiaute do arquivo permanente.
       FD  HISTORICO-CICLOS.
       01  HISTORICO-REGISTRO   PIC X(118).

       FD  REIMPRESSAO-OUTFILE.
       01  REIMPRESSAO-REGISTRO PIC X(80).

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
       01  WS-SUBST-STATUS      PIC X(2).
       01  WS-HIST-STATUS       PIC X(2).
       01  WS-FIM-SUBST         PIC X VALUE 'N'.
           88 FIM-SUBST-SIM         VALUE 'S'.
       01  WS-FIM-ARQUIVO       PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM       VALUE 'S'.
       01  WS-ACHOU-FECHAMENTO  PIC X VALUE 'N'.
           88 ACHOU-FECHAMENTO      VALUE 'S'.
       01  WS-ORIGEM            PIC X VALUE 'A'.
           88 ORIGEM-ARQUIVO        VALUE 'A'.
           88 ORIGEM-HISTORICO      VALUE 'H'.

      *    Cartao e ciclo pedidos na linha de comando.
       01  WS-PARM-ENTRADA      PIC X(20).
       01  WS-CARTAO-PEDIDO     PIC 9(5) VALUE 0.
       01  WS-CICLO-PEDIDO      PIC 9(6) VALUE 0.

      *    Numero novo de cada cartao substituido, indexado pelo
      *    numero antigo (zero = nunca substituido), e a conta
      *    vigente do cartao pedido e do registro lido. O teto de
      *    saltos protege de um registro circular montado a mao.
       01  WS-TABELA-SUBST.
           05 WS-SUBST-NOVO OCCURS 99999 PIC 9(5) COMP VALUE 0.
       01  WS-CONTA-RESOLVIDA   PIC 9(5) VALUE 0.
       01  WS-CONTA-PEDIDA      PIC 9(5) VALUE 0.
       01  WS-QTD-SALTOS        PIC 9(3) VALUE 0.

      *    Numeros que levam a conta pedida (ela mesma e os
      *    substituidos que chegam nela), lidos direto pela chave no
      *    arquivo permanente.
       01  WS-IDX-NUMERO        PIC 9(7) VALUE 0.
       01  WS-IDX-CANDIDATO     PIC 9(3) VALUE 0.
       01  WS-QTD-CANDIDATOS    PIC 9(3) VALUE 0.
       01  WS-MAX-CANDIDATOS    PIC 9(3) VALUE 50.
       01  WS-NUMERO-CANDIDATO  PIC 9(5) VALUE 0.
       01  WS-TABELA-CANDIDATOS.
           05 WS-CANDIDATO OCCURS 50 PIC 9(5).

      *    Fechamento do cartao no ciclo, retido da primeira passagem.
       01  WS-SALDO-ANTERIOR    PIC S9(9)V99 VALUE 0.
       01  WS-JUROS-CARTAO      PIC 9(9)V99 VALUE 0.
      *    transacao como no extrato original.
       01  WS-TOTAL-CARTAO      PIC S9(9)V99 VALUE 0.
       01  WS-TIPO-LINHA        PIC X(1) VALUE 'C'.
           88 LINHA-CREDITO         VALUE 'P' 'D' 'E' 'V'.
       01  WS-VALOR-EXTRATO     PIC -ZZZ.ZZ9,99.
       01  WS-SALDO-EXTRATO     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR-MOEDA-EXTRATO PIC ZZZ.ZZ9,99.
       01  WS-TAXA-EXTRATO      PIC ZZZ9,999999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCURAR-FECHAMENTO THRU 2000-EXIT
           IF NOT ACHOU-FECHAMENTO
               PERFORM 2500-PROCURAR-NO-HISTORICO THRU 2500-EXIT
           END-IF
           PERFORM 3000-REIMPRIMIR THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.
           END-IF
           MOVE WS-PARM-CARTAO-X TO WS-CARTAO-PEDIDO
           MOVE WS-PARM-CICLO-X TO WS-CICLO-PEDIDO
           PERFORM 1500-CARREGAR-SUBSTITUICOES THRU 1500-EXIT
           MOVE WS-CARTAO-PEDIDO TO WS-CONTA-PEDIDA
           IF WS-CARTAO-PEDIDO > 0
               MOVE WS-CARTAO-PEDIDO TO WS-CONTA-RESOLVIDA
               PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
               MOVE WS-CONTA-RESOLVIDA TO WS-CONTA-PEDIDA
           END-IF
           OPEN INPUT ARQUIVO-CICLOS
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'CARTAO-REIMPRESSAO: ARQUIVO DE CICLOS'
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

      *    Conta vigente do numero em WS-CONTA-RESOLVIDA, seguindo a
      *    cadeia de substituicoes ate o fim.
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

      *    Conta vigente do registro arquivado corrente, em
      *    WS-CONTA-RESOLVIDA.
       1700-RESOLVER-REGISTRO.
           MOVE ARQ-NUMERO TO WS-CONTA-RESOLVIDA
           IF ARQ-NUMERO > 0
               PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           END-IF
       1700-EXIT.
           EXIT.

      *    Localiza o registro de fechamento da conta no ciclo
      *    pedido: a chave do 'S' de cada numero e o ciclo, o numero
      *    e a sequencia 99999.
       2000-PROCURAR-FECHAMENTO.
           MOVE 0 TO WS-QTD-CANDIDATOS
           MOVE WS-CONTA-PEDIDA TO WS-NUMERO-CANDIDATO
           PERFORM 2010-INCLUIR-CANDIDATO THRU 2010-EXIT
           PERFORM 2020-CONFERIR-NUMERO THRU 2020-EXIT
               VARYING WS-IDX-NUMERO FROM 1 BY 1
               UNTIL WS-IDX-NUMERO > 99999
           PERFORM 2050-LER-FECHAMENTO THRU 2050-EXIT
               VARYING WS-IDX-CANDIDATO FROM 1 BY 1
               UNTIL WS-IDX-CANDIDATO > WS-QTD-CANDIDATOS
       2000-EXIT.
           EXIT.

       2010-INCLUIR-CANDIDATO.
           IF WS-QTD-CANDIDATOS NOT < WS-MAX-CANDIDATOS
               DISPLAY 'CARTAO-REIMPRESSAO: NUMERO ' WS-NUMERO-CANDIDATO
                   ' IGNORADO - CADEIA COM MAIS DE '
                   WS-MAX-CANDIDATOS ' NUMEROS'
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-QTD-CANDIDATOS
           MOVE WS-NUMERO-CANDIDATO TO WS-CANDIDATO (WS-QTD-CANDIDATOS)
       2010-EXIT.
           EXIT.

       2020-CONFERIR-NUMERO.
           IF WS-SUBST-NOVO (WS-IDX-NUMERO) = 0
               OR WS-IDX-NUMERO = WS-CONTA-PEDIDA
               GO TO 2020-EXIT
           END-IF
           MOVE WS-IDX-NUMERO TO WS-CONTA-RESOLVIDA
           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           IF WS-CONTA-RESOLVIDA = WS-CONTA-PEDIDA
               MOVE WS-IDX-NUMERO TO WS-NUMERO-CANDIDATO
               PERFORM 2010-INCLUIR-CANDIDATO THRU 2010-EXIT
           END-IF
       2020-EXIT.
           EXIT.

       2050-LER-FECHAMENTO.
           MOVE WS-CICLO-PEDIDO TO ARQ-CICLO
           MOVE WS-CANDIDATO (WS-IDX-CANDIDATO) TO ARQ-NUMERO
           MOVE 99999 TO ARQ-SEQ
           READ ARQUIVO-CICLOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-TIPO-REG = 'S'
                       MOVE 'S' TO WS-ACHOU-FECHAMENTO
                       PERFORM 2100-RETER-FECHAMENTO THRU 2100-EXIT
                   END-IF
           END-READ
       2050-EXIT.
           EXIT.

       2100-RETER-FECHAMENTO.
       2100-EXIT.
           EXIT.

      *    Ciclo fora do arquivo permanente: primeira passagem pelo
      *    historico, comparando a conta vigente de cada registro.
      *    Sem historico (nada expurgado ainda) nao ha onde procurar.
       2500-PROCURAR-NO-HISTORICO.
           OPEN INPUT HISTORICO-CICLOS
           IF WS-HIST-STATUS NOT = '00'
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 2600-LER-HISTORICO THRU 2600-EXIT
               UNTIL FIM-ARQUIVO-SIM
           CLOSE HISTORICO-CICLOS
           IF ACHOU-FECHAMENTO
               MOVE 'H' TO WS-ORIGEM
           END-IF
       2500-EXIT.
           EXIT.

       2600-LER-HISTORICO.
           READ HISTORICO-CICLOS INTO ARQUIVO-REGISTRO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   PERFORM 1700-RESOLVER-REGISTRO THRU 1700-EXIT
                   IF ARQ-CICLO = WS-CICLO-PEDIDO
                       AND WS-CONTA-RESOLVIDA = WS-CONTA-PEDIDA
                       AND ARQ-TIPO-REG = 'S'
                       MOVE 'S' TO WS-ACHOU-FECHAMENTO
                       PERFORM 2100-RETER-FECHAMENTO THRU 2100-EXIT
                   END-IF
           END-READ
       2600-EXIT.
           EXIT.

      *    Reproduz a fatura: as transacoes de cada numero da conta,
      *    lidas pela chave a partir do ciclo e do numero, ou a
      *    segunda passagem pelo historico. Sem fechamento arquivado
      *    nao ha o que reimprimir - cartao sem movimento e sem saldo
      *    naquele ciclo, ou ciclo anterior ao inicio do arquivo
      *    permanente e ausente do historico.
       3000-REIMPRIMIR.
           IF NOT ACHOU-FECHAMENTO
               MOVE SPACES TO REIMPRESSAO-REGISTRO
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-GRAVAR-CABECALHO THRU 3100-EXIT
           IF ORIGEM-HISTORICO
               PERFORM 3500-REIMPRIMIR-HISTORICO THRU 3500-EXIT
           ELSE
               PERFORM 3400-LER-NUMERO THRU 3400-EXIT
                   VARYING WS-IDX-CANDIDATO FROM 1 BY 1
                   UNTIL WS-IDX-CANDIDATO > WS-QTD-CANDIDATOS
           END-IF
           PERFORM 3300-GRAVAR-FECHAMENTO THRU 3300-EXIT
       3000-EXIT.
           EXIT.

       3100-GRAVAR-CABECALHO.
           MOVE SPACES TO REIMPRESSAO-REGISTRO
           IF ORIGEM-HISTORICO
               STRING 'REIMPRESSAO CICLO=' WS-CICLO-PEDIDO
                   ' ORIGEM=HISTORICO'
                   DELIMITED BY SIZE INTO REIMPRESSAO-REGISTRO
           ELSE
               STRING 'REIMPRESSAO CICLO=' WS-CICLO-PEDIDO
                   DELIMITED BY SIZE INTO REIMPRESSAO-REGISTRO
           END-IF
           WRITE REIMPRESSAO-REGISTRO
           MOVE SPACES TO REIMPRESSAO-REGISTRO
           STRING 'EXTRATO CARTAO=' WS-CARTAO-PEDIDO
           EXIT.

       3200-LER-TRANSACAO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF ARQ-CICLO NOT = WS-CICLO-PEDIDO
                       OR ARQ-NUMERO NOT = WS-CANDIDATO
                           (WS-IDX-CANDIDATO)
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   ELSE
                       IF ARQ-TIPO-REG = 'T'
                           PERFORM 3210-GRAVAR-TRANSACAO
                               THRU 3210-EXIT
                       END-IF
                   END-IF
           END-READ
       3200-EXIT.
           EXIT.

      *    Mesma montagem de linha do extrato original: credito abate
      *    o saldo e sai com sinal negativo; compra no exterior leva a
      *    linha de moeda, valor original e cotacao logo abaixo.
       3210-GRAVAR-TRANSACAO.
           IF ARQ-TIPO-TRANS = SPACE
               MOVE 'C' TO WS-TIPO-LINHA
                   DELIMITED BY SIZE INTO REIMPRESSAO-REGISTRO
           END-IF
           WRITE REIMPRESSAO-REGISTRO
           IF ARQ-MOEDA NOT = SPACES
               MOVE ARQ-VLR-MOEDA TO WS-VLR-MOEDA-EXTRATO
               MOVE ARQ-TAXA TO WS-TAXA-EXTRATO
               MOVE SPACES TO REIMPRESSAO-REGISTRO
               STRING '    MOEDA=' ARQ-MOEDA
                   ' ORIGINAL=' WS-VLR-MOEDA-EXTRATO
                   ' COTACAO=' WS-TAXA-EXTRATO
                   DELIMITED BY SIZE INTO REIMPRESSAO-REGISTRO
               WRITE REIMPRESSAO-REGISTRO
           END-IF
       3210-EXIT.
           EXIT.

       3300-EXIT.
           EXIT.

      *    Transacoes de um numero da conta no ciclo: da primeira
      *    sequencia ate o fechamento dele.
       3400-LER-NUMERO.
           MOVE WS-CICLO-PEDIDO TO ARQ-CICLO
           MOVE WS-CANDIDATO (WS-IDX-CANDIDATO) TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-ARQUIVO
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START
           PERFORM 3200-LER-TRANSACAO THRU 3200-EXIT
               UNTIL FIM-ARQUIVO-SIM
       3400-EXIT.
           EXIT.

      *    Segunda passagem pelo historico, na ordem em que os
      *    registros foram expurgados.
       3500-REIMPRIMIR-HISTORICO.
           OPEN INPUT HISTORICO-CICLOS
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 3510-LER-HISTORICO THRU 3510-EXIT
               UNTIL FIM-ARQUIVO-SIM
           CLOSE HISTORICO-CICLOS
       3500-EXIT.
           EXIT.

       3510-LER-HISTORICO.
           READ HISTORICO-CICLOS INTO ARQUIVO-REGISTRO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   PERFORM 1700-RESOLVER-REGISTRO THRU 1700-EXIT
                   IF ARQ-CICLO = WS-CICLO-PEDIDO
                       AND WS-CONTA-RESOLVIDA = WS-CONTA-PEDIDA
                       AND ARQ-TIPO-REG = 'T'
                       PERFORM 3210-GRAVAR-TRANSACAO THRU 3210-EXIT
                   END-IF
           END-READ
       3510-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARQUIVO-CICLOS
           CLOSE REIMPRESSAO-OUTFILE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-TARIFAS.

      *    Cobranca das tarifas da conta - ate aqui o unico encargo
      *    que o sistema lancava era o juro do fechamento
      *    (PARM-TAXA-JUROS em CARTAO-EXTRATO). Cada tarifa sai como
      *    lancamento proprio no acumulado do ciclo, com o seu tipo:
      *      'M' multa por atraso        - quem nao cobriu o minimo
      *                                    ate o vencimento;
      *      'J' juros de mora           - idem, sobre o saldo em
      *                                    aberto, pelos dias de
      *                                    atraso;
      *      'N' anuidade do titular     - uma vez a cada 12 meses
      *      'U' anuidade do adicional     por cartao ativo;
      *      'O' tarifa de sobrelimite   - conta que fechou o ciclo
      *                                    acima do limite.
      *
      *    Os valores ficam fora dos programas, na tabela
      *    cartoes.tarifas, por tipo de tarifa e produto: valor fixo
      *    mais um percentual sobre a base da tarifa (a parcela nao
      *    paga ate o vencimento na multa; o saldo em aberto, ao mes
      *    proporcional aos dias de atraso, na mora; o excesso sobre
      *    o limite no sobrelimite; sem base na anuidade). O produto
      *    da conta vem de cartoes.produtos; conta fora dele, ou
      *    produto sem a tarifa na tabela, usa a linha do produto
      *    PADR. Tarifa sem linha nenhuma na tabela nao e cobrada.
      *
      *    O lancamento entra no acumulado (a proxima fatura e a
      *    impressao o mostram em linha propria), soma na exposicao
      *    do ciclo em cartoes.ciclo, como todo debito (mesma regra do
      *    recalculo de CARTAO-CONCILIACAO), e sai no GL do dia com o
      *    proprio tipo e lojista 0000 - a receita de tarifa fica
      *    separada do juro, e CARTAO-LIQUIDACAO nao a ve como venda
      *    de lojista. Conta baixada para prejuizo nao e tarifada.
      *
      *    O registro cartoes.tarifascob guarda, por tipo e conta (ou
      *    cartao, na anuidade), o ultimo ciclo cobrado: multa, mora
      *    e sobrelimite saem uma vez por ciclo; a anuidade, quando
      *    faz 12 meses da ultima. O rerun do dia nao cobra de novo.
      *    Cartao substituido passa a data da anuidade para o
      *    plastico novo - a troca nao gera anuidade nova.
      *
      *    Roda depois de CARTAO-COBRANCA (cartoes.inadimplencia do
      *    ciclo cobrado) e de CARTAO-CONCILIACAO (os lancamentos nao
      *    vem do feed e nao entram nos totais do CARTAO-BATCH), e
      *    antes do fechamento. Parametro opcional AAAAMM: ciclo
      *    fechado para o sobrelimite (sem ele, o mais recente do
      *    arquivo permanente).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-TARIFAS ASSIGN TO 'cartoes.tarifas'
               FILE STATUS IS WS-TAR-STATUS.
           SELECT PRODUTOS-CONTA ASSIGN TO 'cartoes.produtos'
               FILE STATUS IS WS-PROD-STATUS.
           SELECT INADIMPLENCIA-INFILE ASSIGN TO
               'cartoes.inadimplencia'
               FILE STATUS IS WS-INAD-STATUS.
           SELECT ARQUIVO-CICLOS ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT CARTAO-CADASTRO ASSIGN TO 'cartoes.cadastro'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAD-NUMERO
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT CARTAO-LIMITES ASSIGN TO 'cartoes.limites'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LIMITE-NUMERO
               FILE STATUS IS WS-LIMITES-STATUS.
           SELECT CARTAO-PREJUIZOS ASSIGN TO 'cartoes.prejuizos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PREJ-CONTA
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT CARTAO-SUBSTITUICOES ASSIGN TO
               'cartoes.substituicoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUBST-ANTIGO
               FILE STATUS IS WS-SUBST-STATUS.
           SELECT TARIFAS-COBRADAS ASSIGN TO 'cartoes.tarifascob'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TCOB-CHAVE
               FILE STATUS IS WS-TCOB-STATUS.
           SELECT ACUMULO-MENSAL ASSIGN TO 'cartoes.acumulado'
               FILE STATUS IS WS-ACUM-STATUS.
           SELECT CICLO-ACUMULADO ASSIGN TO 'cartoes.ciclo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CICLO-NUMERO
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT CARTOES-GL ASSIGN TO 'cartoes.gl'
               FILE STATUS IS WS-GL-STATUS.
           SELECT TARIFAS-OUTFILE ASSIGN TO 'tarifas.txt'.

       DATA DIVISION.
       FILE SECTION.
      *    Tabela de tarifas, mantida pela area de produtos: uma linha
      *    por tipo de tarifa e produto. TAR-PERCENTUAL e percentual
      *    (2,00 = 2%); na mora, percentual ao mes.
       FD  TABELA-TARIFAS.
       01  TAR-REGISTRO.
           05 TAR-TIPO          PIC X(1).
           05 TAR-PRODUTO       PIC X(4).
           05 TAR-VALOR-FIXO    PIC 9(6)V99.
           05 TAR-PERCENTUAL    PIC 9(3)V99.

      *    Produto de cada conta (o titular). Conta ausente e do
      *    produto PADR.
       FD  PRODUTOS-CONTA.
       01  PROD-REGISTRO.
           05 PROD-CONTA        PIC 9(5).
           05 PROD-CODIGO       PIC X(4).

      *    Inadimplentes do ciclo cobrado, como gravado por
      *    CARTAO-COBRANCA (a conta ja e a vigente).
       FD  INADIMPLENCIA-INFILE.
       01  INADIMPLENCIA-REGISTRO.
           05 INAD-NUMERO       PIC 9(5).
           05 INAD-CICLO        PIC 9(6).
           05 INAD-SITUACAO     PIC X(16).
           05 INAD-SALDO-DEV    PIC 9(9)V99.
           05 INAD-MINIMO       PIC 9(9)V99.
           05 INAD-PAGO-PRAZO   PIC 9(9)V99.
           05 INAD-PAGO-TOTAL   PIC 9(9)V99.
           05 INAD-EM-ABERTO    PIC 9(9)V99.
           05 INAD-DIAS-ATRASO  PIC 9(5).
           05 INAD-FAIXA        PIC X(8).

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

       FD  CARTAO-CADASTRO.
       01  CADASTRO-REGISTRO.
           05 CAD-NUMERO       PIC 9(5).
           05 CAD-NOME         PIC X(20).
           05 CAD-STATUS       PIC X(1).
           05 CAD-TITULAR      PIC 9(5).

       FD  CARTAO-LIMITES.
       01  LIMITE-REGISTRO.
           05 LIMITE-NUMERO    PIC 9(5).
           05 LIMITE-VALOR     PIC 9(6)V99.

      *    Registro das contas baixadas para prejuizo, como em
      *    CARTAO-PREJUIZO; aqui so importa a conta.
       FD  CARTAO-PREJUIZOS.
       01  PREJ-REGISTRO.
           05 PREJ-CONTA          PIC 9(5).
           05 PREJ-DATA-BAIXA     PIC 9(8).
           05 PREJ-DATA-ULT-BAIXA PIC 9(8).
           05 PREJ-QTD-BAIXAS     PIC 9(3).
           05 PREJ-FALTAS         PIC 9(3).
           05 PREJ-VLR-BAIXADO    PIC 9(9)V99.
           05 PREJ-VLR-RECUPERADO PIC 9(9)V99.
           05 PREJ-DATA-ULT-RECUP PIC 9(8).

      *    Registro permanente das substituicoes de cartao, como em
      *    CARTAO-MANUTENCAO: o numero antigo aponta o novo.
       FD  CARTAO-SUBSTITUICOES.
       01  SUBST-REGISTRO.
           05 SUBST-ANTIGO      PIC 9(5).
           05 SUBST-NOVO        PIC 9(5).
           05 SUBST-DATA        PIC 9(8).
           05 SUBST-USUARIO     PIC X(8).

      *    Ultima cobranca de cada tarifa: multa, mora e sobrelimite
      *    pela conta, anuidade pelo cartao.
       FD  TARIFAS-COBRADAS.
       01  TCOB-REGISTRO.
           05 TCOB-CHAVE.
              10 TCOB-TIPO      PIC X(1).
              10 TCOB-NUMERO    PIC 9(5).
           05 TCOB-CICLO        PIC 9(6).
           05 TCOB-DATA         PIC 9(8).
           05 TCOB-VALOR        PIC 9(6)V99.

       FD  ACUMULO-MENSAL.
       01  ACUM-REGISTRO.
           05 ACUM-NUMERO      PIC 9(5).
           05 ACUM-DATA        PIC 9(8).
           05 ACUM-VALOR       PIC 9(6)V99.
           05 ACUM-TIPO        PIC X(1).
           05 ACUM-LOJISTA     PIC 9(4).
           05 ACUM-CONTA       PIC 9(5).
           05 ACUM-MOEDA       PIC X(3).
           05 ACUM-VLR-MOEDA   PIC 9(6)V99.
           05 ACUM-TAXA        PIC 9(4)V9(6).

       FD  CICLO-ACUMULADO.
       01  CICLO-REGISTRO.
           05 CICLO-NUMERO     PIC 9(5).
           05 CICLO-VALOR      PIC 9(9)V99.

       FD  CARTOES-GL.
       01  GL-REGISTRO          PIC X(40).

       FD  TARIFAS-OUTFILE.
       01  TARIFAS-REGISTRO     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TAR-STATUS        PIC X(2).
       01  WS-PROD-STATUS       PIC X(2).
       01  WS-INAD-STATUS       PIC X(2).
       01  WS-ARQ-STATUS        PIC X(2).
       01  WS-CADASTRO-STATUS   PIC X(2).
       01  WS-LIMITES-STATUS    PIC X(2).
       01  WS-PREJ-STATUS       PIC X(2).
       01  WS-SUBST-STATUS      PIC X(2).
       01  WS-TCOB-STATUS       PIC X(2).
       01  WS-ACUM-STATUS       PIC X(2).
       01  WS-CICLO-STATUS      PIC X(2).
       01  WS-GL-STATUS         PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.
       01  WS-CICLO-ABERTO      PIC X VALUE 'N'.
           88 CICLO-ABERTO          VALUE 'S'.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.

      *    Ciclo fechado do sobrelimite: o passado na linha de
      *    comando, ou o mais recente do arquivo permanente.
       01  WS-PARM-ENTRADA      PIC X(80) VALUE SPACES.
       01  WS-PARM-CICLO        PIC X(6) VALUE SPACES.
       01  WS-PARM-CICLO-9 REDEFINES WS-PARM-CICLO
                                PIC 9(6).
       01  WS-CICLO-FECHADO     PIC 9(6) VALUE 0.
       01  WS-MES-CORRENTE      PIC 9(6) VALUE 0.

      *    Inicio da procura do ciclo mais recente: tres meses antes
      *    do corrente. O arquivo de ciclos e ordenado pelo ciclo, e
      *    o mais recente cai nesse trecho sempre que houve
      *    fechamento recente; sem nenhum nele, o arquivo e lido
      *    desde o inicio.
       01  WS-CICLO-JANELA      PIC 9(6) VALUE 0.
       01  WS-CICLO-JANELA-R REDEFINES WS-CICLO-JANELA.
           05 WS-JANELA-ANO     PIC 9(4).
           05 WS-JANELA-MES     PIC 9(2).

      *    Tabela de tarifas em memoria.
       01  WS-QTD-TARIFAS       PIC 9(3) COMP VALUE 0.
       01  WS-TABELA-TARIFAS.
           05 WS-TARIFA OCCURS 200.
              10 WS-TAR-TIPO    PIC X(1).
              10 WS-TAR-PRODUTO PIC X(4).
              10 WS-TAR-FIXO    PIC 9(6)V99.
              10 WS-TAR-PERC    PIC 9(3)V99.
       01  WS-IDX-TAR           PIC 9(3) COMP VALUE 0.

      *    Produto de cada conta, indexado pelo proprio numero (mesma
      *    tecnica de WS-TABELA-VISTOS em CARTAO-BATCH).
       01  WS-TABELA-PRODUTOS.
           05 WS-PRODUTO-CONTA OCCURS 99999 PIC X(4) VALUE 'PADR'.
       01  WS-PRODUTO-PADRAO    PIC X(4) VALUE 'PADR'.
       01  WS-PRODUTO-BUSCA     PIC X(4).

      *    Contas baixadas para prejuizo (nao tarifadas).
       01  WS-CONTA-PREJUIZO    PIC X(99999) VALUE ALL 'N'.

      *    Numero novo de cada cartao substituido, indexado pelo
      *    numero antigo, e o caminho inverso (o numero antigo de
      *    cada plastico novo), para a anuidade seguir o cartao. O
      *    teto de saltos protege de um registro circular montado a
      *    mao.
       01  WS-TABELA-SUBST.
           05 WS-SUBST-NOVO OCCURS 99999 PIC 9(5) COMP VALUE 0.
       01  WS-TABELA-ANTERIOR.
           05 WS-SUBST-ANTERIOR OCCURS 99999 PIC 9(5) COMP VALUE 0.
       01  WS-CONTA-RESOLVIDA   PIC 9(5) VALUE 0.
       01  WS-CARTAO-ANTERIOR   PIC 9(5) VALUE 0.
       01  WS-QTD-SALTOS        PIC 9(3) VALUE 0.

      *    Tarifa corrente.
       01  WS-TIPO-TARIFA       PIC X(1).
           88 TARIFA-MULTA          VALUE 'M'.
           88 TARIFA-MORA           VALUE 'J'.
           88 TARIFA-ANUIDADE       VALUE 'N' 'U'.
           88 TARIFA-SOBRELIMITE    VALUE 'O'.
       01  WS-CONTA-LANCAMENTO  PIC 9(5) VALUE 0.
       01  WS-CARTAO-LANCAMENTO PIC 9(5) VALUE 0.
       01  WS-CICLO-REFERENCIA  PIC 9(6) VALUE 0.
       01  WS-BASE-CALCULO      PIC 9(9)V99 VALUE 0.
       01  WS-DIAS-MORA         PIC 9(5) VALUE 0.
       01  WS-VALOR-TARIFA      PIC 9(9)V99 VALUE 0.
       01  WS-TARIFA-ACHADA     PIC X VALUE 'N'.
           88 TARIFA-ACHADA         VALUE 'S'.
       01  WS-IDX-ACHADO        PIC 9(3) COMP VALUE 0.
       01  WS-TCOB-EXISTE       PIC X VALUE 'N'.
           88 TCOB-EXISTE           VALUE 'S'.
       01  WS-ULTIMO-CICLO      PIC 9(6) VALUE 0.
       01  WS-PROXIMA-ANUIDADE  PIC 9(6) VALUE 0.
       01  WS-LIMITE-CONTA      PIC 9(6)V99 VALUE 0.

      *    Totais de controle por tipo, para o resumo e o trailer.
       01  WS-QTD-MULTA         PIC 9(7) VALUE 0.
       01  WS-QTD-MORA          PIC 9(7) VALUE 0.
       01  WS-QTD-ANUID-TIT     PIC 9(7) VALUE 0.
       01  WS-QTD-ANUID-ADIC    PIC 9(7) VALUE 0.
       01  WS-QTD-SOBRELIMITE   PIC 9(7) VALUE 0.
       01  WS-VLR-MULTA         PIC 9(9)V99 VALUE 0.
       01  WS-VLR-MORA          PIC 9(9)V99 VALUE 0.
       01  WS-VLR-ANUID-TIT     PIC 9(9)V99 VALUE 0.
       01  WS-VLR-ANUID-ADIC    PIC 9(9)V99 VALUE 0.
       01  WS-VLR-SOBRELIMITE   PIC 9(9)V99 VALUE 0.
       01  WS-QTD-LANCADAS      PIC 9(7) VALUE 0.
       01  WS-QTD-JA-COBRADAS   PIC 9(7) VALUE 0.
       01  WS-QTD-MANUAIS       PIC 9(7) VALUE 0.
       01  WS-VLR-ED            PIC ZZZ.ZZ9,99.
       01  WS-VLR-ED-2          PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 1100-CARREGAR-TARIFAS THRU 1100-EXIT
           PERFORM 1200-CARREGAR-PRODUTOS THRU 1200-EXIT
           PERFORM 1300-CARREGAR-PREJUIZOS THRU 1300-EXIT
           PERFORM 1500-CARREGAR-SUBSTITUICOES THRU 1500-EXIT
           PERFORM 2000-COBRAR-ATRASO THRU 2000-EXIT
           PERFORM 3000-COBRAR-SOBRELIMITE THRU 3000-EXIT
           PERFORM 4000-COBRAR-ANUIDADES THRU 4000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    O registro de tarifas cobradas ainda inexistente e criado
      *    vazio; qualquer outra falha de abertura aborta - sem ele o
      *    rerun cobraria tudo de novo. Ciclo indisponivel nao aborta:
      *    a tarifa sai na fatura do mesmo jeito, so a exposicao fica
      *    para o recalculo de CARTAO-CONCILIACAO acertar.
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1: 6) TO WS-MES-CORRENTE
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-PARM-CICLO
           IF WS-PARM-CICLO NOT = SPACES
               IF WS-PARM-CICLO NUMERIC
                   MOVE WS-PARM-CICLO-9 TO WS-CICLO-FECHADO
               ELSE
                   DISPLAY 'CARTAO-TARIFAS: PARAMETRO INVALIDO '
                       WS-PARM-CICLO ' - ESPERADO AAAAMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O TARIFAS-COBRADAS
           IF WS-TCOB-STATUS = '35'
               OPEN OUTPUT TARIFAS-COBRADAS
               CLOSE TARIFAS-COBRADAS
               OPEN I-O TARIFAS-COBRADAS
           END-IF
           IF WS-TCOB-STATUS NOT = '00'
               DISPLAY 'CARTAO-TARIFAS: ERRO ' WS-TCOB-STATUS
                   ' AO ABRIR TARIFAS-COBRADAS - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CICLO-ACUMULADO
           IF WS-CICLO-STATUS = '00'
               MOVE 'S' TO WS-CICLO-ABERTO
           END-IF
           OPEN EXTEND ACUMULO-MENSAL
           IF WS-ACUM-STATUS = '35'
               OPEN OUTPUT ACUMULO-MENSAL
           END-IF
           OPEN EXTEND CARTOES-GL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT CARTOES-GL
           END-IF
           OPEN OUTPUT TARIFAS-OUTFILE
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING 'TARIFAS DATA=' WS-DATA-HOJE
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
       1000-EXIT.
           EXIT.

      *    Sem a tabela nenhuma tarifa e cobrada: o dia segue, com
      *    aviso ao operador. Linha alem da capacidade da tabela em
      *    memoria e ignorada, tambem com aviso.
       1100-CARREGAR-TARIFAS.
           OPEN INPUT TABELA-TARIFAS
           IF WS-TAR-STATUS NOT = '00'
               DISPLAY 'CARTAO-TARIFAS: TABELA CARTOES.TARIFAS'
                   ' INDISPONIVEL (STATUS ' WS-TAR-STATUS ')'
                   ' - NENHUMA TARIFA COBRADA'
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1110-LER-TARIFA THRU 1110-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE TABELA-TARIFAS
       1100-EXIT.
           EXIT.

       1110-LER-TARIFA.
           READ TABELA-TARIFAS
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF TAR-VALOR-FIXO NOT NUMERIC
                       OR TAR-PERCENTUAL NOT NUMERIC
                       DISPLAY 'CARTAO-TARIFAS: LINHA DA TABELA '
                           'INVALIDA - TIPO=' TAR-TIPO
                           ' PRODUTO=' TAR-PRODUTO ' - IGNORADA'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       IF WS-QTD-TARIFAS < 200
                           ADD 1 TO WS-QTD-TARIFAS
                           MOVE TAR-TIPO
                               TO WS-TAR-TIPO (WS-QTD-TARIFAS)
                           MOVE TAR-PRODUTO
                               TO WS-TAR-PRODUTO (WS-QTD-TARIFAS)
                           MOVE TAR-VALOR-FIXO
                               TO WS-TAR-FIXO (WS-QTD-TARIFAS)
                           MOVE TAR-PERCENTUAL
                               TO WS-TAR-PERC (WS-QTD-TARIFAS)
                       ELSE
                           DISPLAY 'CARTAO-TARIFAS: TABELA DE '
                               'TARIFAS CHEIA - LINHA IGNORADA'
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ
       1110-EXIT.
           EXIT.

      *    Arquivo de produtos ausente: toda conta e do produto PADR.
       1200-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTOS-CONTA
           IF WS-PROD-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1210-LER-PRODUTO THRU 1210-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE PRODUTOS-CONTA
       1200-EXIT.
           EXIT.

       1210-LER-PRODUTO.
           READ PRODUTOS-CONTA
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF PROD-CONTA NUMERIC AND PROD-CONTA > 0
                       AND PROD-CODIGO NOT = SPACES
                       MOVE PROD-CODIGO
                           TO WS-PRODUTO-CONTA (PROD-CONTA)
                   END-IF
           END-READ
       1210-EXIT.
           EXIT.

      *    Contas baixadas; registro ausente e nenhuma baixa ainda.
       1300-CARREGAR-PREJUIZOS.
           OPEN INPUT CARTAO-PREJUIZOS
           IF WS-PREJ-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1310-LER-PREJUIZO THRU 1310-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-PREJUIZOS
       1300-EXIT.
           EXIT.

       1310-LER-PREJUIZO.
           READ CARTAO-PREJUIZOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF PREJ-CONTA > 0
                       MOVE 'S' TO WS-CONTA-PREJUIZO (PREJ-CONTA: 1)
                   END-IF
           END-READ
       1310-EXIT.
           EXIT.

      *    Registro de substituicoes ausente e instalacao que nunca
      *    trocou um plastico: todo numero e a propria conta.
       1500-CARREGAR-SUBSTITUICOES.
           OPEN INPUT CARTAO-SUBSTITUICOES
           IF WS-SUBST-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1510-LER-SUBSTITUICAO THRU 1510-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-SUBSTITUICOES
       1500-EXIT.
           EXIT.

       1510-LER-SUBSTITUICAO.
           READ CARTAO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF SUBST-ANTIGO > 0
                       MOVE SUBST-NOVO
                           TO WS-SUBST-NOVO (SUBST-ANTIGO)
                       IF SUBST-NOVO > 0
                           MOVE SUBST-ANTIGO
                               TO WS-SUBST-ANTERIOR (SUBST-NOVO)
                       END-IF
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

      *    Multa e mora dos inadimplentes do ciclo cobrado por
      *    CARTAO-COBRANCA: todo registro e de quem nao cobriu o
      *    minimo ate o vencimento. A multa incide sobre o que nao foi
      *    pago ate o vencimento; a mora, sobre o saldo ainda em
      *    aberto, pelos dias de atraso apurados na cobranca. Arquivo
      *    ausente e cobranca que ainda nao rodou: nada a cobrar.
       2000-COBRAR-ATRASO.
           OPEN INPUT INADIMPLENCIA-INFILE
           IF WS-INAD-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-LER-INADIMPLENTE THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE INADIMPLENCIA-INFILE
       2000-EXIT.
           EXIT.

       2100-LER-INADIMPLENTE.
           READ INADIMPLENCIA-INFILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF INAD-NUMERO > 0
                       PERFORM 2200-AVALIAR-ATRASO THRU 2200-EXIT
                   END-IF
           END-READ
       2100-EXIT.
           EXIT.

       2200-AVALIAR-ATRASO.
           IF WS-CONTA-PREJUIZO (INAD-NUMERO: 1) = 'S'
               GO TO 2200-EXIT
           END-IF
           MOVE INAD-NUMERO TO WS-CONTA-LANCAMENTO
           MOVE INAD-NUMERO TO WS-CARTAO-LANCAMENTO
           MOVE INAD-CICLO TO WS-CICLO-REFERENCIA
           IF INAD-SALDO-DEV > INAD-PAGO-PRAZO
               MOVE 'M' TO WS-TIPO-TARIFA
               SUBTRACT INAD-PAGO-PRAZO FROM INAD-SALDO-DEV
                   GIVING WS-BASE-CALCULO
               MOVE 0 TO WS-DIAS-MORA
               PERFORM 5000-COBRAR-TARIFA THRU 5000-EXIT
           END-IF
           IF INAD-EM-ABERTO > 0 AND INAD-DIAS-ATRASO > 0
               MOVE 'J' TO WS-TIPO-TARIFA
               MOVE INAD-EM-ABERTO TO WS-BASE-CALCULO
               MOVE INAD-DIAS-ATRASO TO WS-DIAS-MORA
               PERFORM 5000-COBRAR-TARIFA THRU 5000-EXIT
           END-IF
       2200-EXIT.
           EXIT.

      *    Sobrelimite: saldo novo devedor do fechamento acima do
      *    limite da conta. Primeira passagem escolhe o ciclo (sem
      *    parametro, o mais recente fechado), a segunda le direto
      *    pela chave so os registros dele e compara os fechamentos.
      *    Sem o arquivo ou sem os limites nao ha com o que
      *    comparar.
       3000-COBRAR-SOBRELIMITE.
           OPEN INPUT CARTAO-LIMITES
           IF WS-LIMITES-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT ARQUIVO-CICLOS
           IF WS-ARQ-STATUS NOT = '00'
               CLOSE CARTAO-LIMITES
               GO TO 3000-EXIT
           END-IF
           IF WS-CICLO-FECHADO = 0
               PERFORM 3050-PROCURAR-ULTIMO-CICLO THRU 3050-EXIT
           END-IF
           MOVE WS-CICLO-FECHADO TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-LEITURA
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM 3200-LER-FECHAMENTO THRU 3200-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-CICLOS
           CLOSE CARTAO-LIMITES
       3000-EXIT.
           EXIT.

      *    Ciclo mais recente com fechamento: primeiro a partir da
      *    janela de tres meses, depois, se nada foi achado nela, o
      *    arquivo inteiro.
       3050-PROCURAR-ULTIMO-CICLO.
           MOVE WS-MES-CORRENTE TO WS-CICLO-JANELA
           IF WS-JANELA-MES > 3
               SUBTRACT 3 FROM WS-JANELA-MES
           ELSE
               ADD 9 TO WS-JANELA-MES
               SUBTRACT 1 FROM WS-JANELA-ANO
           END-IF
           PERFORM 3060-VARRER-A-PARTIR THRU 3060-EXIT
           IF WS-CICLO-FECHADO = 0
               MOVE 0 TO WS-CICLO-JANELA
               PERFORM 3060-VARRER-A-PARTIR THRU 3060-EXIT
           END-IF
       3050-EXIT.
           EXIT.

       3060-VARRER-A-PARTIR.
           MOVE WS-CICLO-JANELA TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-LEITURA
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM 3100-ESCOLHER-CICLO THRU 3100-EXIT
               UNTIL FIM-LEITURA-SIM
       3060-EXIT.
           EXIT.

       3100-ESCOLHER-CICLO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF ARQ-TIPO-REG = 'S'
                       AND ARQ-CICLO > WS-CICLO-FECHADO
                       MOVE ARQ-CICLO TO WS-CICLO-FECHADO
                   END-IF
           END-READ
       3100-EXIT.
           EXIT.

       3200-LER-FECHAMENTO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF ARQ-CICLO NOT = WS-CICLO-FECHADO
                       MOVE 'S' TO WS-FIM-LEITURA
                   END-IF
                   IF ARQ-CICLO = WS-CICLO-FECHADO
                       AND ARQ-TIPO-REG = 'S'
                       AND ARQ-NUMERO > 0
                       AND ARQ-SALDO-NOV-SIN NOT = '-'
                       AND ARQ-SALDO-NOV > 0
                       PERFORM 3300-AVALIAR-LIMITE THRU 3300-EXIT
                   END-IF
           END-READ
       3200-EXIT.
           EXIT.

      *    O fechamento arquivado sob um numero depois substituido e
      *    tarifado na conta vigente, contra o limite dela.
       3300-AVALIAR-LIMITE.
           MOVE ARQ-NUMERO TO WS-CONTA-RESOLVIDA
           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           IF WS-CONTA-PREJUIZO (WS-CONTA-RESOLVIDA: 1) = 'S'
               GO TO 3300-EXIT
           END-IF
           MOVE WS-CONTA-RESOLVIDA TO LIMITE-NUMERO
           READ CARTAO-LIMITES
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           MOVE LIMITE-VALOR TO WS-LIMITE-CONTA
           IF ARQ-SALDO-NOV NOT > WS-LIMITE-CONTA
               GO TO 3300-EXIT
           END-IF
           MOVE 'O' TO WS-TIPO-TARIFA
           MOVE WS-CONTA-RESOLVIDA TO WS-CONTA-LANCAMENTO
           MOVE WS-CONTA-RESOLVIDA TO WS-CARTAO-LANCAMENTO
           MOVE WS-CICLO-FECHADO TO WS-CICLO-REFERENCIA
           SUBTRACT WS-LIMITE-CONTA FROM ARQ-SALDO-NOV
               GIVING WS-BASE-CALCULO
           MOVE 0 TO WS-DIAS-MORA
           PERFORM 5000-COBRAR-TARIFA THRU 5000-EXIT
       3300-EXIT.
           EXIT.

      *    Anuidade de todo cartao ativo do cadastro: 'N' para o
      *    titular, 'U' para o adicional, lancada na conta do titular
      *    com o numero do plastico. Cartao bloqueado ou substituido
      *    nao paga.
       4000-COBRAR-ANUIDADES.
           OPEN INPUT CARTAO-CADASTRO
           IF WS-CADASTRO-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 4100-LER-CADASTRO THRU 4100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-CADASTRO
       4000-EXIT.
           EXIT.

       4100-LER-CADASTRO.
           READ CARTAO-CADASTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF CAD-STATUS = 'A' AND CAD-NUMERO > 0
                       PERFORM 4200-AVALIAR-ANUIDADE THRU 4200-EXIT
                   END-IF
           END-READ
       4100-EXIT.
           EXIT.

       4200-AVALIAR-ANUIDADE.
           IF CAD-TITULAR NUMERIC AND CAD-TITULAR > 0
               MOVE 'U' TO WS-TIPO-TARIFA
               MOVE CAD-TITULAR TO WS-CONTA-LANCAMENTO
           ELSE
               MOVE 'N' TO WS-TIPO-TARIFA
               MOVE CAD-NUMERO TO WS-CONTA-LANCAMENTO
           END-IF
           IF WS-CONTA-PREJUIZO (WS-CONTA-LANCAMENTO: 1) = 'S'
               GO TO 4200-EXIT
           END-IF
           MOVE CAD-NUMERO TO WS-CARTAO-LANCAMENTO
           MOVE WS-MES-CORRENTE TO WS-CICLO-REFERENCIA
           MOVE 0 TO WS-BASE-CALCULO
           MOVE 0 TO WS-DIAS-MORA
           PERFORM 5000-COBRAR-TARIFA THRU 5000-EXIT
       4200-EXIT.
           EXIT.

      *    Cobranca de uma tarifa: acha o valor na tabela pelo produto
      *    da conta, confere no registro se ja foi cobrada no ciclo
      *    (ou, na anuidade, nos ultimos 12 meses), calcula e lanca.
       5000-COBRAR-TARIFA.
           PERFORM 5100-BUSCAR-TARIFA THRU 5100-EXIT
           IF NOT TARIFA-ACHADA
               GO TO 5000-EXIT
           END-IF
           PERFORM 5200-CONSULTAR-COBRANCA THRU 5200-EXIT
           IF TCOB-EXISTE
               IF TARIFA-ANUIDADE
                   COMPUTE WS-PROXIMA-ANUIDADE = WS-ULTIMO-CICLO + 100
                   IF WS-PROXIMA-ANUIDADE > WS-CICLO-REFERENCIA
                       ADD 1 TO WS-QTD-JA-COBRADAS
                       GO TO 5000-EXIT
                   END-IF
               ELSE
                   IF WS-ULTIMO-CICLO NOT < WS-CICLO-REFERENCIA
                       ADD 1 TO WS-QTD-JA-COBRADAS
                       GO TO 5000-EXIT
                   END-IF
               END-IF
           END-IF
           IF TARIFA-MORA
               COMPUTE WS-VALOR-TARIFA ROUNDED =
                   WS-TAR-FIXO (WS-IDX-ACHADO)
                   + WS-BASE-CALCULO * WS-TAR-PERC (WS-IDX-ACHADO)
                     / 100 * WS-DIAS-MORA / 30
           ELSE
               COMPUTE WS-VALOR-TARIFA ROUNDED =
                   WS-TAR-FIXO (WS-IDX-ACHADO)
                   + WS-BASE-CALCULO * WS-TAR-PERC (WS-IDX-ACHADO)
                     / 100
           END-IF
           IF WS-VALOR-TARIFA = 0
               GO TO 5000-EXIT
           END-IF
           IF WS-VALOR-TARIFA > 999999,99
               PERFORM 5500-GRAVAR-MANUAL THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF
           PERFORM 5400-LANCAR-TARIFA THRU 5400-EXIT
       5000-EXIT.
           EXIT.

      *    Linha do produto da conta; sem ela, a do produto PADR.
       5100-BUSCAR-TARIFA.
           MOVE 'N' TO WS-TARIFA-ACHADA
           MOVE WS-PRODUTO-CONTA (WS-CONTA-LANCAMENTO)
               TO WS-PRODUTO-BUSCA
           PERFORM 5110-COMPARAR-TARIFA THRU 5110-EXIT
               VARYING WS-IDX-TAR FROM 1 BY 1
               UNTIL TARIFA-ACHADA OR WS-IDX-TAR > WS-QTD-TARIFAS
           IF NOT TARIFA-ACHADA
               AND WS-PRODUTO-BUSCA NOT = WS-PRODUTO-PADRAO
               MOVE WS-PRODUTO-PADRAO TO WS-PRODUTO-BUSCA
               PERFORM 5110-COMPARAR-TARIFA THRU 5110-EXIT
                   VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL TARIFA-ACHADA
                   OR WS-IDX-TAR > WS-QTD-TARIFAS
           END-IF
       5100-EXIT.
           EXIT.

       5110-COMPARAR-TARIFA.
           IF WS-TAR-TIPO (WS-IDX-TAR) = WS-TIPO-TARIFA
               AND WS-TAR-PRODUTO (WS-IDX-TAR) = WS-PRODUTO-BUSCA
               MOVE 'S' TO WS-TARIFA-ACHADA
               MOVE WS-IDX-TAR TO WS-IDX-ACHADO
           END-IF
       5110-EXIT.
           EXIT.

      *    Ultimo ciclo cobrado em WS-ULTIMO-CICLO. Plastico novo sem
      *    anuidade registrada herda a do cartao que substituiu,
      *    seguindo a cadeia de trocas para tras.
       5200-CONSULTAR-COBRANCA.
           MOVE 'N' TO WS-TCOB-EXISTE
           MOVE 0 TO WS-ULTIMO-CICLO
           MOVE WS-TIPO-TARIFA TO TCOB-TIPO
           MOVE WS-CARTAO-LANCAMENTO TO TCOB-NUMERO
           READ TARIFAS-COBRADAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-TCOB-EXISTE
                   MOVE TCOB-CICLO TO WS-ULTIMO-CICLO
           END-READ
           IF TCOB-EXISTE OR NOT TARIFA-ANUIDADE
               GO TO 5200-EXIT
           END-IF
           MOVE WS-CARTAO-LANCAMENTO TO WS-CARTAO-ANTERIOR
           MOVE 0 TO WS-QTD-SALTOS
           PERFORM 5210-HERDAR-ANUIDADE THRU 5210-EXIT
               UNTIL TCOB-EXISTE
               OR WS-SUBST-ANTERIOR (WS-CARTAO-ANTERIOR) = 0
               OR WS-QTD-SALTOS > 50
           IF TCOB-EXISTE
               MOVE WS-TIPO-TARIFA TO TCOB-TIPO
               MOVE WS-CARTAO-LANCAMENTO TO TCOB-NUMERO
               MOVE WS-ULTIMO-CICLO TO TCOB-CICLO
               MOVE WS-DATA-HOJE TO TCOB-DATA
               MOVE 0 TO TCOB-VALOR
               WRITE TCOB-REGISTRO
           END-IF
       5200-EXIT.
           EXIT.

      *    O antigo pode ter sido titular ou adicional: vale a
      *    anuidade que houver sob qualquer dos dois tipos.
       5210-HERDAR-ANUIDADE.
           MOVE WS-SUBST-ANTERIOR (WS-CARTAO-ANTERIOR)
               TO WS-CARTAO-ANTERIOR
           ADD 1 TO WS-QTD-SALTOS
           MOVE 'N' TO TCOB-TIPO
           MOVE WS-CARTAO-ANTERIOR TO TCOB-NUMERO
           READ TARIFAS-COBRADAS
               INVALID KEY
                   MOVE 'U' TO TCOB-TIPO
                   MOVE WS-CARTAO-ANTERIOR TO TCOB-NUMERO
                   READ TARIFAS-COBRADAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-TCOB-EXISTE
                   END-READ
               NOT INVALID KEY
                   MOVE 'S' TO WS-TCOB-EXISTE
           END-READ
           IF TCOB-EXISTE
               MOVE TCOB-CICLO TO WS-ULTIMO-CICLO
           END-IF
       5210-EXIT.
           EXIT.

      *    Lancamento da tarifa: acumulado do ciclo (linha propria na
      *    proxima fatura), exposicao em cartoes.ciclo, GL do dia e o
      *    registro da cobranca.
       5400-LANCAR-TARIFA.
           MOVE WS-CARTAO-LANCAMENTO TO ACUM-NUMERO
           MOVE WS-DATA-HOJE TO ACUM-DATA
           MOVE WS-VALOR-TARIFA TO ACUM-VALOR
           MOVE WS-TIPO-TARIFA TO ACUM-TIPO
           MOVE 0 TO ACUM-LOJISTA
           MOVE WS-CONTA-LANCAMENTO TO ACUM-CONTA
           MOVE SPACES TO ACUM-MOEDA
           MOVE 0 TO ACUM-VLR-MOEDA
           MOVE 0 TO ACUM-TAXA
           WRITE ACUM-REGISTRO
           IF CICLO-ABERTO
               PERFORM 5410-AJUSTAR-CICLO THRU 5410-EXIT
           END-IF
           PERFORM 5420-GRAVAR-GL THRU 5420-EXIT
           MOVE WS-TIPO-TARIFA TO TCOB-TIPO
           MOVE WS-CARTAO-LANCAMENTO TO TCOB-NUMERO
           MOVE WS-CICLO-REFERENCIA TO TCOB-CICLO
           MOVE WS-DATA-HOJE TO TCOB-DATA
           MOVE ACUM-VALOR TO TCOB-VALOR
           IF TCOB-EXISTE
               REWRITE TCOB-REGISTRO
           ELSE
               WRITE TCOB-REGISTRO
           END-IF
           ADD 1 TO WS-QTD-LANCADAS
           EVALUATE WS-TIPO-TARIFA
               WHEN 'M'
                   ADD 1 TO WS-QTD-MULTA
                   ADD ACUM-VALOR TO WS-VLR-MULTA
               WHEN 'J'
                   ADD 1 TO WS-QTD-MORA
                   ADD ACUM-VALOR TO WS-VLR-MORA
               WHEN 'N'
                   ADD 1 TO WS-QTD-ANUID-TIT
                   ADD ACUM-VALOR TO WS-VLR-ANUID-TIT
               WHEN 'U'
                   ADD 1 TO WS-QTD-ANUID-ADIC
                   ADD ACUM-VALOR TO WS-VLR-ANUID-ADIC
               WHEN 'O'
                   ADD 1 TO WS-QTD-SOBRELIMITE
                   ADD ACUM-VALOR TO WS-VLR-SOBRELIMITE
           END-EVALUATE
           MOVE ACUM-VALOR TO WS-VLR-ED
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING '  TIPO=' WS-TIPO-TARIFA
               ' CONTA=' WS-CONTA-LANCAMENTO
               ' CARTAO=' WS-CARTAO-LANCAMENTO
               ' CICLO=' WS-CICLO-REFERENCIA
               ' PROD=' WS-PRODUTO-BUSCA
               ' VALOR=' WS-VLR-ED
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
       5400-EXIT.
           EXIT.

      *    Debito soma na exposicao do ciclo; conta ainda sem
      *    registro no ciclo ganha um.
       5410-AJUSTAR-CICLO.
           MOVE WS-CONTA-LANCAMENTO TO CICLO-NUMERO
           READ CICLO-ACUMULADO
               INVALID KEY
                   MOVE WS-CONTA-LANCAMENTO TO CICLO-NUMERO
                   MOVE ACUM-VALOR TO CICLO-VALOR
                   WRITE CICLO-REGISTRO
                       INVALID KEY
                           DISPLAY 'CARTAO-TARIFAS: ERRO '
                               WS-CICLO-STATUS
                               ' AO GRAVAR O CICLO DA CONTA '
                               WS-CONTA-LANCAMENTO
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
                   GO TO 5410-EXIT
           END-READ
           ADD ACUM-VALOR TO CICLO-VALOR
           REWRITE CICLO-REGISTRO
               INVALID KEY
                   DISPLAY 'CARTAO-TARIFAS: ERRO ' WS-CICLO-STATUS
                       ' AO REGRAVAR O CICLO DA CONTA '
                       WS-CONTA-LANCAMENTO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
       5410-EXIT.
           EXIT.

      *    Linha do GL no layout de 2810-GRAVAR-GL em CARTAO-BATCH:
      *    cartao, valor, data, tipo e lojista.
       5420-GRAVAR-GL.
           MOVE SPACES TO GL-REGISTRO
           STRING ACUM-NUMERO ',' ACUM-VALOR ','
               WS-DATA-HOJE ',' ACUM-TIPO ','
               ACUM-LOJISTA
               DELIMITED BY SIZE INTO GL-REGISTRO
           WRITE GL-REGISTRO
       5420-EXIT.
           EXIT.

      *    Tarifa acima do campo de valor do acumulado: nao e lancada
      *    nem registrada, e sai no relatorio para lancamento manual
      *    (ate la, o rerun a aponta de novo).
       5500-GRAVAR-MANUAL.
           MOVE WS-VALOR-TARIFA TO WS-VLR-ED-2
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING '  TIPO=' WS-TIPO-TARIFA
               ' CONTA=' WS-CONTA-LANCAMENTO
               ' VALOR=' WS-VLR-ED-2
               ' ACIMA DO CAMPO - LANCAR MANUALMENTE'
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
           ADD 1 TO WS-QTD-MANUAIS
       5500-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE WS-VLR-MULTA TO WS-VLR-ED-2
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING 'MULTA (M) QTD=' WS-QTD-MULTA
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
           MOVE WS-VLR-MORA TO WS-VLR-ED-2
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING 'JUROS DE MORA (J) QTD=' WS-QTD-MORA
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
           MOVE WS-VLR-ANUID-TIT TO WS-VLR-ED-2
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING 'ANUIDADE TITULAR (N) QTD=' WS-QTD-ANUID-TIT
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
           MOVE WS-VLR-ANUID-ADIC TO WS-VLR-ED-2
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING 'ANUIDADE ADICIONAL (U) QTD=' WS-QTD-ANUID-ADIC
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
           MOVE WS-VLR-SOBRELIMITE TO WS-VLR-ED-2
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING 'SOBRELIMITE (O) QTD=' WS-QTD-SOBRELIMITE
               ' VALOR=' WS-VLR-ED-2
               ' CICLO=' WS-CICLO-FECHADO
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
           WRITE TARIFAS-REGISTRO
           MOVE SPACES TO TARIFAS-REGISTRO
           STRING 'TRAILER1' ' '
               'LANCADAS=' WS-QTD-LANCADAS ' '
               'JA-COBRADAS=' WS-QTD-JA-COBRADAS ' '
               'MANUAIS=' WS-QTD-MANUAIS
               DELIMITED BY SIZE INTO TARIFAS-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-TARIFAS: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE TARIFAS-REGISTRO
           IF WS-QTD-MANUAIS > 0
               DISPLAY 'CARTAO-TARIFAS: ' WS-QTD-MANUAIS
                   ' TARIFA(S) PARA LANCAMENTO MANUAL'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CICLO-ABERTO
               CLOSE CICLO-ACUMULADO
           END-IF
           CLOSE TARIFAS-COBRADAS
           CLOSE ACUMULO-MENSAL
           CLOSE CARTOES-GL
           CLOSE TARIFAS-OUTFILE
       9000-EXIT.
           EXIT.

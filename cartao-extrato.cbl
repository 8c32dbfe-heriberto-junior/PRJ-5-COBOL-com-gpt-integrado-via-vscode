      *    no ciclo mas com saldo devedor tambem recebe extrato
      *    (8000-VARRER-SALDOS), porque os juros continuam correndo.
      *
      *    As linhas das contas faturadas saem de ACUMULO-MENSAL ao
      *    final de uma execucao bem sucedida (9000-FINALIZAR), para
      *    que o ciclo seguinte de cada conta comece vazio - sem isso
      *    o proximo extrato reprocessaria tambem as transacoes de
      *    ciclos ja faturados.
      *
      *    Grupos de faturamento: com o calendario cartoes.calendario
      *    presente, o programa roda todo dia e so fecham as contas
      *    dos grupos cujo dia de fechamento e hoje (o grupo de cada
      *    conta esta em cartoes.grupos, mantido por
      *    CARTAO-MANUTENCAO; conta sem registro e do grupo 00), cada
      *    grupo com o seu dia de vencimento. As contas dos outros
      *    grupos continuam com acumulado, exposicao do ciclo, saldo
      *    e planos intactos ate a sua noite. Uma conta fecha no
      *    maximo uma vez por mes (o 'S' do mes no arquivo de
      *    ciclos), mesmo que troque para um grupo que fecha mais
      *    tarde no mesmo mes. Sem o calendario vale a execucao
      *    mensal de sempre: todas as contas fecham, com o
      *    vencimento de cartoes.parametros.
      *
      *    O arquivo permanente de ciclos (cartoes.arquivo) e
      *    indexado por ciclo, conta e sequencia: as transacoes 'T'
      *    de cada conta sao numeradas de 00001 em diante na ordem
      *    da fatura, e o fechamento 'S' leva a sequencia 99999 -
      *    fica sempre depois das transacoes da conta.
      *
      *    O fechamento e protegido em tres camadas, porque zerar os
      *    acumuladores e uma porta sem volta:
      *      - antes de qualquer gravacao, acumulado, ciclo, saldo e
      *        os registros do ciclo no arquivo permanente sao
      *        copiados para geracoes datadas do ciclo
      *        (cartoes.acumulado.AAAAMM, cartoes.ciclo.AAAAMM,
      *        cartoes.saldo.AAAAMM, cartoes.arquivo.AAAAMM; com o
      *        calendario, uma geracao por noite de fechamento,
      *        AAAAMMDD - o arquivo entra na copia porque o
      *        fechamento grava nele os 'T'/'S' do ciclo ANTES da
      *        verificacao poder abortar). Uma geracao ja
      *        existente para o ciclo indica fechamento ja
      *        executado: a execucao e recusada com RETURN-CODE 8, a
      *        menos que chamada com o parametro FORCAR;
      *        soma dos saldos novos contra saldos anteriores +
      *        encargos + transacoes do ciclo; divergencia aborta com
      *        RETURN-CODE 16 sem tocar em arquivo nenhum;
      *      - chamada com o parametro BACKOUT AAAAMM (ou AAAAMMDD,
      *        a noite de fechamento, com o calendario), a execucao
      *        restaura os quatro arquivos a partir das geracoes
      *        daquele ciclo (no arquivo permanente, so os registros
      *        do ciclo; os dos outros ciclos ficam como estao) e
      *        termina - e o caminho de volta para refazer um
      *        fechamento disparado na noite errada ou interrompido
      *        no meio.
      *    As geracoes de um ciclo sao gravadas UMA unica vez: o
      *    rerun com FORCAR reutiliza a geracao existente em vez de
      *    regrava-la, senao o proprio rerun destruiria, com estado
      *    pos-fechamento, a unica copia que permite o backout.
      *    O caminho documentado de recuperacao e sempre BACKOUT
      *    AAAAMM seguido de FORCAR.
      *
      *    Conta baixada para prejuizo (cartoes.prejuizos, mantido
      *    por CARTAO-PREJUIZO) nao rende mais encargo financeiro, e
      *    a recuperacao ('R' no acumulado, pagamento recebido depois
      *    da baixa) nao entra na fatura: a divida que ela paga ja
      *    saiu do saldo na baixa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CICLO-NUMERO
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT ARQUIVO-CICLOS ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT PLANO-FILE ASSIGN TO 'cartoes.planos'
               FILE STATUS IS WS-PLANO-STATUS.
               FILE STATUS IS WS-GER-SALDO-STATUS.
           SELECT GERACAO-ARQ ASSIGN USING WS-NOME-GER-ARQ
               FILE STATUS IS WS-GER-ARQ-STATUS.
           SELECT CARTAO-PREJUIZOS ASSIGN TO 'cartoes.prejuizos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PREJ-CONTA
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO 'cartoes.calendario'
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CARTAO-GRUPOS ASSIGN TO 'cartoes.grupos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GRUPO-CONTA
               FILE STATUS IS WS-GRUPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACUM-TIPO         PIC X(1).
           05 ACUM-LOJISTA      PIC 9(4).
           05 ACUM-CONTA        PIC 9(5).
           05 ACUM-MOEDA        PIC X(3).
           05 ACUM-VLR-MOEDA    PIC 9(6)V99.
           05 ACUM-TAXA         PIC 9(4)V9(6).

      *    Copia do acumulo ordenada por conta, cartao e data,
      *    produzida pelo SORT em 0000-MAINLINE - a fatura fecha por
           05 ORD-TIPO          PIC X(1).
           05 ORD-LOJISTA       PIC 9(4).
           05 ORD-CONTA         PIC 9(5).
           05 ORD-MOEDA         PIC X(3).
           05 ORD-VLR-MOEDA     PIC 9(6)V99.
           05 ORD-TAXA          PIC 9(4)V9(6).

       SD  ACUM-WORK.
       01  WORK-REGISTRO.
           05 WORK-TIPO         PIC X(1).
           05 WORK-LOJISTA      PIC 9(4).
           05 WORK-CONTA        PIC 9(5).
           05 WORK-MOEDA        PIC X(3).
           05 WORK-VLR-MOEDA    PIC 9(6)V99.
           05 WORK-TAXA         PIC 9(4)V9(6).

       FD  EXTRATO-OUTFILE.
       01  EXTRATO-REGISTRO     PIC X(80).
      *    Arquivo permanente dos ciclos fechados, sempre estendido e
      *    nunca recriado: cada transacao faturada ('T') e o fechamento
      *    de cada conta ('S') saem gravados sob o identificador do
      *    ciclo (ano e mes do fechamento) antes de as linhas sairem
      *    de ACUMULO-MENSAL; ARQ-DATA do 'S' e o dia do fechamento
      *    (com o calendario, a noite do grupo). ARQ-NUMERO e a
      *    conta (o titular); ARQ-CARTAO e o plastico que gastou, nos
      *    registros 'T'; ARQ-LOJISTA e o estabelecimento da
      *    transacao (zero no 'S' e nos lancamentos sem lojista), de
      *    onde CARTAO-CONTESTACAO tira o lojista a debitar no
      *    chargeback. ARQ-MOEDA, ARQ-VLR-MOEDA e ARQ-TAXA guardam a
      *    moeda, o valor original e a cotacao das compras no
      *    exterior (brancos e zeros nas demais). E deste arquivo que
      *    CARTAO-REIMPRESSAO reproduz um extrato antigo para as
      *    disputas e a ouvidoria.
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

      *    Registro unico de parametros do faturamento: taxa de juros
      *    mensal e percentual de pagamento minimo (ambos com duas
      *    Planos de parcelamento em aberto, gravados por
      *    CARTAO-BATCH na aprovacao da compra parcelada. No
      *    fechamento, 9400-ROLAR-PLANOS fatura a parcela seguinte de
      *    cada plano das contas que fecharam no ciclo novo
      *    (acumulado recem-limpo), repoe a exposicao remanescente no
      *    ciclo recem-limpo e regrava o arquivo so com os planos que
      *    ainda tem parcela por vir.
       FD  PLANO-FILE.
       01  PLANO-REGISTRO.
           05 PLANO-NUMERO      PIC 9(5).

      *    Total aprovado do ciclo por cartao, mantido por
      *    CARTAO-BATCH para a checagem de exposicao do ciclo. O
      *    fechamento do ciclo por este programa tira dele as contas
      *    que fecharam, em 9200-LIMPAR-CICLO, junto com o acumulo
      *    mensal.
       FD  CICLO-ACUMULADO.
       01  CICLO-REGISTRO.
           05 CICLO-NUMERO      PIC 9(5).
           05 CICLO-VALOR       PIC 9(9)V99.

      *    Geracoes datadas do fechamento: copias byte a byte dos
      *    quatro arquivos que o fechamento destroi, gravadas antes de
      *    qualquer outra coisa e lidas de volta pelo modo BACKOUT.
       FD  GERACAO-ACUM.
       01  GER-ACUM-REGISTRO    PIC X(52).

       FD  GERACAO-CICLO.
       01  GER-CICLO-REGISTRO   PIC X(16).
       01  GER-SALDO-REGISTRO   PIC X(17).

       FD  GERACAO-ARQ.
       01  GER-ARQ-REGISTRO     PIC X(118).

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

      *    Calendario dos grupos de faturamento, um registro por
      *    grupo: dia do mes em que o grupo fecha e dia do
      *    vencimento da fatura (1 a 28, para existirem em todo
      *    mes). Mantido fora do sistema, como cartoes.tarifas.
       FD  CALENDARIO-FILE.
       01  CAL-REGISTRO.
           05 CAL-GRUPO         PIC 9(2).
           05 CAL-DIA-FECH      PIC 9(2).
           05 CAL-DIA-VENC      PIC 9(2).

      *    Grupo de cada conta, como em CARTAO-MANUTENCAO.
       FD  CARTAO-GRUPOS.
       01  GRUPO-REGISTRO.
           05 GRUPO-CONTA       PIC 9(5).
           05 GRUPO-CODIGO      PIC 9(2).
           05 GRUPO-DATA        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CICLO-STATUS      PIC X(2).
           88 FIM-PLANOS-SIM        VALUE 'S'.
       01  WS-GL-STATUS         PIC X(2).

      *    Contas baixadas para prejuizo, um byte por conta (mesma
      *    tecnica de WS-TABELA-VISTOS em CARTAO-BATCH): 'S' = conta
      *    sem encargo financeiro.
       01  WS-PREJ-STATUS       PIC X(2).
       01  WS-FIM-PREJUIZOS     PIC X VALUE 'N'.
           88 FIM-PREJUIZOS-SIM     VALUE 'S'.
       01  WS-CONTA-PREJUIZO    PIC X(99999) VALUE ALL 'N'.

      *    Modo de execucao e geracoes do fechamento. A execucao
      *    normal fecha o ciclo; BACKOUT AAAAMM (AAAAMMDD com o
      *    calendario) restaura as geracoes daquele fechamento;
      *    FORCAR refaz um fechamento que ja tem geracao gravada
      *    (rerun deliberado, depois do backout).
       01  WS-PARM-ENTRADA      PIC X(20).
       01  WS-PARM-MODO         PIC X(8).
       01  WS-PARM-CICLO-X      PIC X(8).
       01  WS-MODO-BACKOUT      PIC X VALUE 'N'.
           88 MODO-BACKOUT          VALUE 'S'.
       01  WS-MODO-FORCAR       PIC X VALUE 'N'.
           88 MODO-FORCAR           VALUE 'S'.
       01  WS-CICLO-GERACAO     PIC X(8) VALUE SPACES.
       01  WS-NOME-GER-ACUM     PIC X(30).
       01  WS-NOME-GER-CICLO    PIC X(30).
       01  WS-NOME-GER-SALDO    PIC X(30).
       01  WS-GER-ARQ-STATUS    PIC X(2).
       01  WS-FIM-COPIA         PIC X VALUE 'N'.
           88 FIM-COPIA-SIM         VALUE 'S'.
       01  WS-ARQ-ABERTO        PIC X VALUE 'N'.
           88 ARQ-ABERTO            VALUE 'S'.
       01  WS-ACUM-STATUS       PIC X(2).

      *    No rerun com FORCAR a geracao do ciclo ja existe e e
           88 GRAVAR-GERACAO        VALUE 'S'.
       01  WS-QTD-GER-EXISTEM   PIC 9(1) VALUE 0.

      *    Calendario carregado: grupos com calendario, grupos que
      *    fecham hoje e o vencimento de cada um deles (posicao =
      *    grupo + 1), e o grupo de cada conta.
       01  WS-CAL-STATUS        PIC X(2).
       01  WS-GRUPOS-STATUS     PIC X(2).
       01  WS-FIM-CALENDARIO    PIC X VALUE 'N'.
           88 FIM-CALENDARIO-SIM    VALUE 'S'.
       01  WS-FIM-GRUPOS        PIC X VALUE 'N'.
           88 FIM-GRUPOS-SIM        VALUE 'S'.
       01  WS-TEM-CALENDARIO    PIC X VALUE 'N'.
           88 TEM-CALENDARIO        VALUE 'S'.
       01  WS-GRUPO-NO-CAL      PIC X(100) VALUE ALL 'N'.
       01  WS-GRUPO-FECHA       PIC X(100) VALUE ALL 'N'.
       01  WS-QTD-GRUPOS-FECHA  PIC 9(3) VALUE 0.
       01  WS-IDX-GRUPO         PIC 9(3) VALUE 0.
       01  WS-TABELA-VENC-GRUPO.
           05 WS-VENC-GRUPO OCCURS 100 PIC 9(8) VALUE 0.
       01  WS-TABELA-GRUPO-CONTA.
           05 WS-GRUPO-DA-CONTA OCCURS 99999 PIC 9(2) VALUE 0.

      *    Contas que fecham nesta execucao, um byte por conta: 'S'
      *    = o grupo da conta fecha hoje (ou nao ha calendario) e a
      *    conta ainda nao fechou no mes. WS-CONTA-JA-FECHADA marca
      *    as contas com 'S' do mes no arquivo de ciclos.
       01  WS-CONTA-FECHA       PIC X(99999) VALUE ALL 'N'.
       01  WS-CONTA-JA-FECHADA  PIC X(99999) VALUE ALL 'N'.
       01  WS-QTD-JA-FECHADAS   PIC 9(5) VALUE 0.
       01  WS-QTD-CONTAS-FECHAM PIC 9(5) VALUE 0.
       01  WS-CONTA-TESTE       PIC 9(5) VALUE 0.
       01  WS-FECHA-SW          PIC X VALUE 'N'.
           88 CONTA-FECHA           VALUE 'S'.

      *    Totais de verificacao do fechamento: a soma dos saldos
      *    novos tem de bater com saldos anteriores + encargos +
      *    transacoes do ciclo (debito soma, credito abate) antes de
           05 WS-SALDO-NOVO-TAB OCCURS 99999
              PIC S9(9)V99 COMP VALUE 0.
       01  WS-IDX-SALDO         PIC 9(7) VALUE 0.
       01  WS-SALDO-GRAVAR      PIC S9(9)V99 VALUE 0.

      *    Fechamento do cartao corrente.
       01  WS-SALDO-ANTERIOR    PIC S9(9)V99 VALUE 0.
       01  WS-PRIMEIRO-REGISTRO PIC X VALUE 'S'.
           88 PRIMEIRO-REGISTRO     VALUE 'S'.
       01  WS-CONTA-ATUAL        PIC 9(5) VALUE 0.
       01  WS-SEQ-ARQUIVO        PIC 9(5) VALUE 0.
       01  WS-CONTA-LINHA        PIC 9(5) VALUE 0.
       01  WS-CARTAO-CORRENTE    PIC 9(5) VALUE 0.
       01  WS-TOTAL-CARTAO       PIC S9(9)V99 VALUE 0.
      *    negativo. Tipo em branco (acumulo gravado antes do campo
      *    existir) e tratado como compra.
       01  WS-TIPO-LINHA         PIC X(1) VALUE 'C'.
           88 LINHA-CREDITO          VALUE 'P' 'D' 'E' 'V'.

      *    Valores com sinal ja editados (ponto de milhar, virgula
      *    decimal) para impressao no extrato.
       01  WS-VALOR-EXTRATO      PIC -ZZZ.ZZ9,99.
       01  WS-SALDO-EXTRATO      PIC -ZZZ.ZZZ.ZZ9,99.

      *    Valor original e cotacao da compra no exterior, editados
      *    para a linha de moeda que segue a transacao.
       01  WS-VLR-MOEDA-EXTRATO  PIC ZZZ.ZZ9,99.
       01  WS-TAXA-EXTRATO       PIC ZZZ9,999999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-TRATAR-PARAMETRO THRU 0100-EXIT
           STOP RUN.

      *    Data do fechamento, identificador do ciclo e parametros da
      *    linha de comando (BACKOUT AAAAMM ou AAAAMMDD / FORCAR).
      *    Com o calendario, a noite em que nenhum grupo fecha
      *    termina aqui sem tocar em nada.
       0100-TRATAR-PARAMETRO.
           ACCEPT WS-DATA-FECHAMENTO FROM DATE YYYYMMDD
           MOVE WS-DATA-FECHAMENTO (1: 6) TO WS-CICLO-ID
           MOVE WS-DATA-FECHAMENTO (1: 6) TO WS-CICLO-GERACAO
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-MODO WS-PARM-CICLO-X
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               MOVE 'S' TO WS-MODO-FORCAR
           END-IF
           IF WS-PARM-MODO = 'BACKOUT'
               IF WS-PARM-CICLO-X (1: 6) NOT NUMERIC
                   OR (WS-PARM-CICLO-X (7: 2) NOT = SPACES
                       AND WS-PARM-CICLO-X (7: 2) NOT NUMERIC)
                   DISPLAY 'CARTAO-EXTRATO: BACKOUT EXIGE O CICLO'
                       ' (BACKOUT AAAAMM OU AAAAMMDD)'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-MODO-BACKOUT
               MOVE WS-PARM-CICLO-X TO WS-CICLO-GERACAO
           END-IF
           IF NOT MODO-BACKOUT
               PERFORM 0160-CARREGAR-CALENDARIO THRU 0160-EXIT
           END-IF
           IF TEM-CALENDARIO
               IF WS-QTD-GRUPOS-FECHA = 0
                   DISPLAY 'CARTAO-EXTRATO: NENHUM GRUPO FECHA NO DIA '
                       WS-FECH-DIA ' - NADA A FATURAR'
                   STOP RUN
               END-IF
               MOVE WS-DATA-FECHAMENTO TO WS-CICLO-GERACAO
               PERFORM 0170-CARREGAR-GRUPOS THRU 0170-EXIT
           END-IF
           PERFORM 0150-MONTAR-NOMES-GERACAO THRU 0150-EXIT
       0100-EXIT.
           EXIT.

       0150-MONTAR-NOMES-GERACAO.
           MOVE SPACES TO WS-NOME-GER-ACUM
           STRING 'cartoes.acumulado.' DELIMITED BY SIZE
               WS-CICLO-GERACAO DELIMITED BY SPACE
               INTO WS-NOME-GER-ACUM
           MOVE SPACES TO WS-NOME-GER-CICLO
           STRING 'cartoes.ciclo.' DELIMITED BY SIZE
               WS-CICLO-GERACAO DELIMITED BY SPACE
               INTO WS-NOME-GER-CICLO
           MOVE SPACES TO WS-NOME-GER-SALDO
           STRING 'cartoes.saldo.' DELIMITED BY SIZE
               WS-CICLO-GERACAO DELIMITED BY SPACE
               INTO WS-NOME-GER-SALDO
           MOVE SPACES TO WS-NOME-GER-ARQ
           STRING 'cartoes.arquivo.' DELIMITED BY SIZE
               WS-CICLO-GERACAO DELIMITED BY SPACE
               INTO WS-NOME-GER-ARQ
       0150-EXIT.
           EXIT.

      *    Calendario dos grupos; arquivo ausente e a execucao mensal
      *    de sempre. Linha com dia fora de 1 a 28 e ignorada com
      *    aviso (RETURN-CODE 4) - as contas do grupo nao fecham ate
      *    o calendario ser corrigido. O vencimento de cada grupo
      *    que fecha hoje e a proxima ocorrencia do seu dia de
      *    vencimento depois do fechamento: no proprio mes se o dia
      *    vem depois do fechamento, senao no mes seguinte.
       0160-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-CAL-STATUS NOT = '00'
               GO TO 0160-EXIT
           END-IF
           MOVE 'S' TO WS-TEM-CALENDARIO
           PERFORM 0165-LER-CALENDARIO THRU 0165-EXIT
               UNTIL FIM-CALENDARIO-SIM
           CLOSE CALENDARIO-FILE
           IF WS-GRUPO-NO-CAL (1: 1) NOT = 'S'
               DISPLAY 'CARTAO-EXTRATO: GRUPO 00 SEM CALENDARIO -'
                   ' CONTAS SEM GRUPO NAO FECHAM'
               MOVE 4 TO RETURN-CODE
           END-IF
       0160-EXIT.
           EXIT.

       0165-LER-CALENDARIO.
           READ CALENDARIO-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CALENDARIO
                   GO TO 0165-EXIT
           END-READ
           IF CAL-GRUPO NOT NUMERIC
               OR CAL-DIA-FECH NOT NUMERIC
               OR CAL-DIA-VENC NOT NUMERIC
               OR CAL-DIA-FECH < 1 OR CAL-DIA-FECH > 28
               OR CAL-DIA-VENC < 1 OR CAL-DIA-VENC > 28
               DISPLAY 'CARTAO-EXTRATO: CALENDARIO INVALIDO '
                   CAL-REGISTRO ' - LINHA IGNORADA'
               MOVE 4 TO RETURN-CODE
               GO TO 0165-EXIT
           END-IF
           MOVE 'S' TO WS-GRUPO-NO-CAL (CAL-GRUPO + 1: 1)
           IF CAL-DIA-FECH NOT = WS-FECH-DIA
               GO TO 0165-EXIT
           END-IF
           IF WS-GRUPO-FECHA (CAL-GRUPO + 1: 1) NOT = 'S'
               MOVE 'S' TO WS-GRUPO-FECHA (CAL-GRUPO + 1: 1)
               ADD 1 TO WS-QTD-GRUPOS-FECHA
           END-IF
           MOVE WS-FECH-ANO TO WS-VENC-ANO
           MOVE WS-FECH-MES TO WS-VENC-MES
           MOVE CAL-DIA-VENC TO WS-VENC-DIA
           IF CAL-DIA-VENC NOT > CAL-DIA-FECH
               IF WS-VENC-MES = 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               ELSE
                   ADD 1 TO WS-VENC-MES
               END-IF
           END-IF
           COMPUTE WS-IDX-GRUPO = CAL-GRUPO + 1
           MOVE WS-DATA-VENCIMENTO TO WS-VENC-GRUPO (WS-IDX-GRUPO)
       0165-EXIT.
           EXIT.

      *    Grupo de cada conta; arquivo ausente e todo mundo no
      *    grupo 00.
       0170-CARREGAR-GRUPOS.
           OPEN INPUT CARTAO-GRUPOS
           IF WS-GRUPOS-STATUS NOT = '00'
               GO TO 0170-EXIT
           END-IF
           PERFORM 0175-LER-GRUPO THRU 0175-EXIT
               UNTIL FIM-GRUPOS-SIM
           CLOSE CARTAO-GRUPOS
       0170-EXIT.
           EXIT.

       0175-LER-GRUPO.
           READ CARTAO-GRUPOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-GRUPOS
               NOT AT END
                   IF GRUPO-CONTA > 0
                       MOVE GRUPO-CODIGO
                           TO WS-GRUPO-DA-CONTA (GRUPO-CONTA)
                   END-IF
           END-READ
       0175-EXIT.
           EXIT.

      *    Uma geracao COMPLETA (os quatro arquivos) ja gravada para
      *    o ciclo e a marca de que o fechamento deste ciclo ja
      *    rodou - a execucao relancada na noite errada para aqui,
      *    destroi ou estende, gravadas antes de qualquer outra
      *    gravacao. Arquivo de origem ausente gera uma geracao
      *    vazia - o backout o restaura vazio, que e o estado que
      *    ele tinha. Do arquivo permanente so o ciclo corrente e
      *    lido e copiado, direto pela chave - os ciclos anteriores
      *    o fechamento nao toca. Arquivo, acumulado e saldo sao
      *    lidos mesmo no
      *    rerun com FORCAR (geracao preservada): do arquivo sai
      *    quem ja fechou no mes, e portanto quem fecha hoje
      *    (0350), e de acumulado e saldo saem os totais
      *    independentes da verificacao do fechamento, so das
      *    contas que fecham; o ciclo so e lido quando a geracao
      *    vai ser gravada.
       0300-GERAR-COPIAS.
           IF GRAVAR-GERACAO
               OPEN OUTPUT GERACAO-ARQ
           END-IF
           OPEN INPUT ARQUIVO-CICLOS
           MOVE 'N' TO WS-FIM-COPIA
           MOVE 'N' TO WS-ARQ-ABERTO
           IF WS-ARQ-STATUS = '00'
               MOVE 'S' TO WS-ARQ-ABERTO
               MOVE WS-CICLO-ID TO ARQ-CICLO
               MOVE 0 TO ARQ-NUMERO
               MOVE 0 TO ARQ-SEQ
               START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-COPIA
               END-START
           ELSE
               MOVE 'S' TO WS-FIM-COPIA
           END-IF
           PERFORM 0340-COPIAR-ARQUIVO THRU 0340-EXIT
               UNTIL FIM-COPIA-SIM
           IF ARQ-ABERTO
               CLOSE ARQUIVO-CICLOS
           END-IF
           IF GRAVAR-GERACAO
               CLOSE GERACAO-ARQ
           END-IF
           PERFORM 0350-MONTAR-FECHAMENTO THRU 0350-EXIT
           IF GRAVAR-GERACAO
               OPEN OUTPUT GERACAO-ACUM
           END-IF
           END-IF
           IF GRAVAR-GERACAO
               CLOSE GERACAO-SALDO
           END-IF
       0300-EXIT.
           EXIT.

      *    Alem da copia, totaliza as transacoes do ciclo direto do
      *    arquivo (credito - pagamento, devolucao, estorno, credito
      *    de contestacao - abate; todo o resto e debito e soma, o
      *    branco sendo compra dos registros antigos; a recuperacao
      *    de prejuizo fica de fora, como no faturamento), para a
      *    verificacao do fechamento ter um lado independente do
      *    faturamento. So entram as contas que fecham hoje.
       0310-COPIAR-ACUMULADO.
           READ ACUMULO-MENSAL
               AT END
                   MOVE 'S' TO WS-FIM-COPIA
                   GO TO 0310-EXIT
           END-READ
           IF GRAVAR-GERACAO
               MOVE ACUM-REGISTRO TO GER-ACUM-REGISTRO
               WRITE GER-ACUM-REGISTRO
           END-IF
           IF ACUM-CONTA NUMERIC AND ACUM-CONTA > 0
               MOVE ACUM-CONTA TO WS-CONTA-TESTE
           ELSE
               MOVE ACUM-NUMERO TO WS-CONTA-TESTE
           END-IF
           PERFORM 0360-VERIFICAR-CONTA THRU 0360-EXIT
           IF NOT CONTA-FECHA
               GO TO 0310-EXIT
           END-IF
           IF ACUM-TIPO = 'P' OR ACUM-TIPO = 'D'
               OR ACUM-TIPO = 'E' OR ACUM-TIPO = 'V'
               SUBTRACT ACUM-VALOR FROM WS-TOT-TRANSACOES
           ELSE
               IF ACUM-TIPO NOT = 'R'
                   ADD ACUM-VALOR TO WS-TOT-TRANSACOES
               END-IF
           END-IF
       0310-EXIT.
           EXIT.

       0320-EXIT.
           EXIT.

      *    Alem da copia, marca as contas que ja tem o fechamento
      *    ('S') do mes no arquivo. A leitura para no primeiro
      *    registro de outro ciclo.
       0340-COPIAR-ARQUIVO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-COPIA
                   GO TO 0340-EXIT
           END-READ
           IF ARQ-CICLO NOT = WS-CICLO-ID
               MOVE 'S' TO WS-FIM-COPIA
               GO TO 0340-EXIT
           END-IF
           IF GRAVAR-GERACAO
               MOVE ARQUIVO-REGISTRO TO GER-ARQ-REGISTRO
               WRITE GER-ARQ-REGISTRO
           END-IF
           IF ARQ-TIPO-REG = 'S' AND ARQ-NUMERO > 0
               MOVE 'S' TO WS-CONTA-JA-FECHADA (ARQ-NUMERO: 1)
           END-IF
       0340-EXIT.
           EXIT.

      *    Contas que fecham nesta execucao: as do grupo que fecha
      *    hoje (todas, sem calendario) que ainda nao fecharam no
      *    mes. A conta que ja fechou - trocou de grupo depois do
      *    fechamento do grupo antigo - fica para o mes seguinte,
      *    com as transacoes acumuladas ate la.
       0350-MONTAR-FECHAMENTO.
           PERFORM 0355-MARCAR-CONTA THRU 0355-EXIT
               VARYING WS-IDX-SALDO FROM 1 BY 1
               UNTIL WS-IDX-SALDO > 99999
           IF TEM-CALENDARIO
               DISPLAY 'CARTAO-EXTRATO: FECHAMENTO ' WS-DATA-FECHAMENTO
                   ' GRUPOS=' WS-QTD-GRUPOS-FECHA
                   ' CONTAS=' WS-QTD-CONTAS-FECHAM
           END-IF
           IF WS-QTD-JA-FECHADAS > 0
               DISPLAY 'CARTAO-EXTRATO: ' WS-QTD-JA-FECHADAS
                   ' CONTA(S) JA FECHADA(S) NO CICLO ' WS-CICLO-ID
                   ' - FATURADAS NO PROXIMO'
           END-IF
       0350-EXIT.
           EXIT.

       0355-MARCAR-CONTA.
           IF TEM-CALENDARIO
               COMPUTE WS-IDX-GRUPO =
                   WS-GRUPO-DA-CONTA (WS-IDX-SALDO) + 1
               IF WS-GRUPO-FECHA (WS-IDX-GRUPO: 1) NOT = 'S'
                   GO TO 0355-EXIT
               END-IF
           END-IF
           IF WS-CONTA-JA-FECHADA (WS-IDX-SALDO: 1) = 'S'
               ADD 1 TO WS-QTD-JA-FECHADAS
               GO TO 0355-EXIT
           END-IF
           MOVE 'S' TO WS-CONTA-FECHA (WS-IDX-SALDO: 1)
           ADD 1 TO WS-QTD-CONTAS-FECHAM
       0355-EXIT.
           EXIT.

      *    CONTA-FECHA quando a conta em WS-CONTA-TESTE fecha nesta
      *    execucao.
       0360-VERIFICAR-CONTA.
           MOVE 'N' TO WS-FECHA-SW
           IF WS-CONTA-TESTE > 0
               IF WS-CONTA-FECHA (WS-CONTA-TESTE: 1) = 'S'
                   MOVE 'S' TO WS-FECHA-SW
               END-IF
           END-IF
       0360-EXIT.
           EXIT.

      *    Alem da copia, totaliza os saldos anteriores direto do
      *    arquivo (com o sinal), pelo mesmo criterio com que
      *    1210-LER-SALDO os carrega para o faturamento, so das
      *    contas que fecham hoje.
       0330-COPIAR-SALDO.
           READ SALDO-CICLO
               AT END
                       MOVE SALDO-REGISTRO TO GER-SALDO-REGISTRO
                       WRITE GER-SALDO-REGISTRO
                   END-IF
                   MOVE SALDO-NUMERO TO WS-CONTA-TESTE
                   PERFORM 0360-VERIFICAR-CONTA THRU 0360-EXIT
                   IF CONTA-FECHA
                       IF SALDO-SINAL = '-'
                           SUBTRACT SALDO-VALOR-REG
                               FROM WS-TOT-SALDO-ANT
      *    Modo BACKOUT: restaura acumulado, ciclo, saldo e o
      *    arquivo permanente de ciclos a partir das geracoes do
      *    ciclo pedido, para o fechamento poder ser refeito (com
      *    FORCAR) - a restauracao do arquivo apaga os registros do
      *    ciclo e regrava os da geracao, removendo os 'T'/'S' que o
      *    fechamento desfeito havia gravado, senao o rerun os
      *    gravaria em dobro. As QUATRO geracoes precisam existir
      *    antes de qualquer arquivo vivo ser aberto OUTPUT -
      *    geracao ausente (fechamento que morreu no meio da propria
               UNTIL FIM-COPIA-SIM
           CLOSE SALDO-CICLO
           CLOSE GERACAO-SALDO
           PERFORM 1050-ABRIR-ARQUIVO THRU 1050-EXIT
           MOVE WS-CICLO-GERACAO (1: 6) TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-COPIA
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-COPIA
           END-START
           PERFORM 7350-APAGAR-ARQUIVO THRU 7350-EXIT
               UNTIL FIM-COPIA-SIM
           MOVE 'N' TO WS-FIM-COPIA
           PERFORM 7400-RESTAURAR-ARQUIVO THRU 7400-EXIT
               UNTIL FIM-COPIA-SIM
       7300-EXIT.
           EXIT.

      *    Registros do ciclo no arquivo permanente, apagados antes
      *    da regravacao da geracao.
       7350-APAGAR-ARQUIVO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-COPIA
                   GO TO 7350-EXIT
           END-READ
           IF ARQ-CICLO NOT = WS-CICLO-GERACAO (1: 6)
               MOVE 'S' TO WS-FIM-COPIA
               GO TO 7350-EXIT
           END-IF
           DELETE ARQUIVO-CICLOS RECORD
               INVALID KEY
                   PERFORM 7490-ABORTAR-ARQUIVO THRU 7490-EXIT
           END-DELETE
       7350-EXIT.
           EXIT.

       7400-RESTAURAR-ARQUIVO.
           READ GERACAO-ARQ
               AT END
               NOT AT END
                   MOVE GER-ARQ-REGISTRO TO ARQUIVO-REGISTRO
                   WRITE ARQUIVO-REGISTRO
                       INVALID KEY
                           PERFORM 7490-ABORTAR-ARQUIVO THRU 7490-EXIT
                   END-WRITE
           END-READ
       7400-EXIT.
           EXIT.

      *    Falha no arquivo permanente durante o backout: acumulado,
      *    ciclo e saldo ja estao restaurados, e o backout pode ser
      *    repetido - ele apaga de novo os registros do ciclo antes
      *    de regravar a geracao.
       7490-ABORTAR-ARQUIVO.
           DISPLAY 'CARTAO-EXTRATO: FALHA NO ARQUIVO DE CICLOS'
               ' (STATUS ' WS-ARQ-STATUS ' CICLO=' ARQ-CICLO
               ' CONTA=' ARQ-NUMERO ' SEQ=' ARQ-SEQ
               ') - REPETIR O BACKOUT'
           MOVE 16 TO RETURN-CODE
           STOP RUN
       7490-EXIT.
           EXIT.

       1000-INICIALIZAR.
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
           PERFORM 1150-CALCULAR-VENCIMENTO THRU 1150-EXIT
           PERFORM 1200-CARREGAR-SALDOS THRU 1200-EXIT
           PERFORM 1300-CARREGAR-PLANOS THRU 1300-EXIT
           PERFORM 1400-CARREGAR-PREJUIZOS THRU 1400-EXIT
           OPEN INPUT ACUMULO-ORDENADO
           OPEN OUTPUT EXTRATO-OUTFILE
           PERFORM 1050-ABRIR-ARQUIVO THRU 1050-EXIT
       1000-EXIT.
           EXIT.

      *    Arquivo permanente aberto para atualizacao; na primeira
      *    execucao ele ainda nao existe e e criado vazio.
       1050-ABRIR-ARQUIVO.
           OPEN I-O ARQUIVO-CICLOS
           IF WS-ARQ-STATUS = '35'
               OPEN OUTPUT ARQUIVO-CICLOS
               CLOSE ARQUIVO-CICLOS
               OPEN I-O ARQUIVO-CICLOS
           END-IF
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'CARTAO-EXTRATO: ARQUIVO DE CICLOS'
                   ' INDISPONIVEL (STATUS ' WS-ARQ-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       1050-EXIT.
           EXIT.

       1100-LER-PARAMETROS.
       1310-EXIT.
           EXIT.

      *    Contas baixadas; registro ausente e nenhuma baixa ainda.
       1400-CARREGAR-PREJUIZOS.
           OPEN INPUT CARTAO-PREJUIZOS
           IF WS-PREJ-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-LER-PREJUIZO THRU 1410-EXIT
               UNTIL FIM-PREJUIZOS-SIM
           CLOSE CARTAO-PREJUIZOS
       1400-EXIT.
           EXIT.

       1410-LER-PREJUIZO.
           READ CARTAO-PREJUIZOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PREJUIZOS
               NOT AT END
                   IF PREJ-CONTA > 0
                       MOVE 'S' TO WS-CONTA-PREJUIZO (PREJ-CONTA: 1)
                   END-IF
           END-READ
       1410-EXIT.
           EXIT.

      *    A recuperacao de conta baixada fica de fora da fatura (e
      *    do arquivo de ciclos); ela esta na trilha de
      *    CARTAO-PREJUIZO. Linha de conta que nao fecha hoje fica
      *    no acumulado para a noite do seu grupo (9100). A conta e
      *    o titular do cartao; registro gravado antes do
      *    agrupamento por conta (conta zero) vale pelo proprio
      *    numero do cartao, que e o que a ordenacao ja usou.
       2000-PROCESSAR-LINHA.
           READ ACUMULO-ORDENADO
               AT END
                   MOVE 'S' TO WS-FIM-ORDENADO
                   GO TO 2000-EXIT
           END-READ
           IF ORD-CONTA NUMERIC AND ORD-CONTA > 0
               MOVE ORD-CONTA TO WS-CONTA-LINHA
           ELSE
               MOVE ORD-NUMERO TO WS-CONTA-LINHA
           END-IF
           MOVE WS-CONTA-LINHA TO WS-CONTA-TESTE
           PERFORM 0360-VERIFICAR-CONTA THRU 0360-EXIT
           IF ORD-TIPO NOT = 'R' AND CONTA-FECHA
               PERFORM 2100-TRATAR-QUEBRA-CARTAO THRU 2100-EXIT
               PERFORM 2200-GRAVAR-TRANSACAO THRU 2200-EXIT
           END-IF
       2000-EXIT.
           EXIT.

      *    Inicia uma nova fatura sempre que a conta muda (ou no
      *    primeiro registro do acumulo), fechando a fatura anterior
      *    com o total acumulado (a conta da linha ja vem apurada
      *    por 2000). Dentro da conta, a troca de cartao adicional
      *    ganha uma linha de identificacao.
       2100-TRATAR-QUEBRA-CARTAO.
           IF PRIMEIRO-REGISTRO
               MOVE 'N' TO WS-PRIMEIRO-REGISTRO
               MOVE WS-CONTA-LINHA TO WS-CONTA-ATUAL
      *    saldo que veio do ciclo anterior e o encargo financeiro
      *    sobre ele. O cabecalho mantem a marca EXTRATO CARTAO= de
      *    sempre, com o numero do titular - e uma fatura so para a
      *    conta inteira. Com o calendario, o vencimento e o do grupo
      *    da conta.
       2110-GRAVAR-CABECALHO.
           IF TEM-CALENDARIO
               COMPUTE WS-IDX-GRUPO =
                   WS-GRUPO-DA-CONTA (WS-CONTA-ATUAL) + 1
               MOVE WS-VENC-GRUPO (WS-IDX-GRUPO)
                   TO WS-DATA-VENCIMENTO
           END-IF
           MOVE 0 TO WS-SEQ-ARQUIVO
           MOVE SPACES TO EXTRATO-REGISTRO
           STRING 'EXTRATO CARTAO=' WS-CONTA-ATUAL
               DELIMITED BY SIZE INTO EXTRATO-REGISTRO
      *    Consome o saldo anterior do cartao da tabela e aplica a
      *    taxa de juros mensal sobre o que ficou devedor - saldo
      *    credor (pagamento a maior no ciclo passado) nao rende
      *    encargo, nem o saldo de conta baixada para prejuizo.
       2120-GRAVAR-SALDO-ANTERIOR.
           MOVE WS-SALDO-ANT (WS-CONTA-ATUAL) TO WS-SALDO-ANTERIOR
           MOVE 0 TO WS-SALDO-ANT (WS-CONTA-ATUAL)
           MOVE 0 TO WS-JUROS-CARTAO
           IF WS-SALDO-ANTERIOR > 0
               AND WS-CONTA-PREJUIZO (WS-CONTA-ATUAL: 1) NOT = 'S'
               MULTIPLY WS-SALDO-ANTERIOR BY WS-TAXA-JUROS
                   GIVING WS-JUROS-TRAB
               DIVIDE WS-JUROS-TRAB BY 100
       2120-EXIT.
           EXIT.

      *    Linha de transacao do extrato: debito (compra, tarifa de
      *    CARTAO-TARIFAS) soma ao saldo e sai positivo, credito
      *    (pagamento, devolucao, estorno, credito provisorio de
      *    contestacao) abate o saldo e sai com sinal
      *    negativo - o total final do cartao passa a ser o que o
      *    portador de fato deve. Compra no exterior ganha uma linha
      *    logo abaixo com a moeda, o valor original e a cotacao
      *    usada na conversao (o IOF vem na linha 'I' propria).
       2200-GRAVAR-TRANSACAO.
           IF ORD-TIPO = SPACE
               MOVE 'C' TO WS-TIPO-LINHA
               ' SALDO=' WS-SALDO-EXTRATO
               DELIMITED BY SIZE INTO EXTRATO-REGISTRO
           WRITE EXTRATO-REGISTRO
           IF ORD-MOEDA NOT = SPACES
               MOVE ORD-VLR-MOEDA TO WS-VLR-MOEDA-EXTRATO
               MOVE ORD-TAXA TO WS-TAXA-EXTRATO
               MOVE SPACES TO EXTRATO-REGISTRO
               STRING '    MOEDA=' ORD-MOEDA
                   ' ORIGINAL=' WS-VLR-MOEDA-EXTRATO
                   ' COTACAO=' WS-TAXA-EXTRATO
                   DELIMITED BY SIZE INTO EXTRATO-REGISTRO
               WRITE EXTRATO-REGISTRO
           END-IF
           PERFORM 2250-ARQUIVAR-TRANSACAO THRU 2250-EXIT
       2200-EXIT.
           EXIT.
           MOVE SPACES TO ARQUIVO-REGISTRO
           MOVE WS-CICLO-ID TO ARQ-CICLO
           MOVE WS-CONTA-ATUAL TO ARQ-NUMERO
           ADD 1 TO WS-SEQ-ARQUIVO
           MOVE WS-SEQ-ARQUIVO TO ARQ-SEQ
           MOVE ORD-NUMERO TO ARQ-CARTAO
           MOVE 'T' TO ARQ-TIPO-REG
           MOVE ORD-DATA TO ARQ-DATA
           MOVE 0 TO ARQ-SALDO-NOV
           MOVE 0 TO ARQ-PAGTO-MINIMO
           MOVE 0 TO ARQ-VENCIMENTO
           MOVE ORD-LOJISTA TO ARQ-LOJISTA
           MOVE ORD-MOEDA TO ARQ-MOEDA
           MOVE ORD-VLR-MOEDA TO ARQ-VLR-MOEDA
           MOVE ORD-TAXA TO ARQ-TAXA
           WRITE ARQUIVO-REGISTRO
               INVALID KEY
                   PERFORM 2990-ABORTAR-ARQUIVO THRU 2990-EXIT
           END-WRITE
       2250-EXIT.
           EXIT.

           MOVE SPACES TO ARQUIVO-REGISTRO
           MOVE WS-CICLO-ID TO ARQ-CICLO
           MOVE WS-CONTA-ATUAL TO ARQ-NUMERO
           MOVE 99999 TO ARQ-SEQ
           MOVE 'S' TO ARQ-TIPO-REG
           MOVE WS-DATA-FECHAMENTO TO ARQ-DATA
           MOVE SPACE TO ARQ-TIPO-TRANS
           MOVE WS-PAGTO-MINIMO TO ARQ-PAGTO-MINIMO
           MOVE WS-DATA-VENCIMENTO TO ARQ-VENCIMENTO
           MOVE WS-CONTA-ATUAL TO ARQ-CARTAO
           MOVE 0 TO ARQ-LOJISTA
           MOVE SPACES TO ARQ-MOEDA
           MOVE 0 TO ARQ-VLR-MOEDA
           MOVE 0 TO ARQ-TAXA
           WRITE ARQUIVO-REGISTRO
               INVALID KEY
                   PERFORM 2990-ABORTAR-ARQUIVO THRU 2990-EXIT
           END-WRITE
       2920-EXIT.
           EXIT.

      *    Chave ja gravada no arquivo permanente: a conta ja tem
      *    registros do ciclo - fechamento anterior interrompido
      *    antes do 'S'. O caminho de volta e o BACKOUT do ciclo
      *    seguido de FORCAR; nada de cartoes.saldo ou do acumulado
      *    foi regravado ainda.
       2990-ABORTAR-ARQUIVO.
           DISPLAY 'CARTAO-EXTRATO: REGISTRO JA ARQUIVADO (STATUS '
               WS-ARQ-STATUS ' CICLO=' ARQ-CICLO ' CONTA=' ARQ-NUMERO
               ' SEQ=' ARQ-SEQ ') - USE BACKOUT ' WS-CICLO-GERACAO
           MOVE 16 TO RETURN-CODE
           STOP RUN
       2990-EXIT.
           EXIT.

      *    Guarda o saldo novo do cartao para a regravacao unica de
      *    cartoes.saldo no final; cartao que fechou zerado sai do
      *    arquivo de saldos.

      *    Cartoes com saldo do ciclo anterior mas sem nenhuma
      *    transacao neste ciclo: o encargo continua correndo e a
      *    fatura precisa sair mesmo assim - na noite do grupo da
      *    conta.
       8000-VARRER-SALDOS.
           PERFORM 8100-FATURAR-SEM-MOVIMENTO THRU 8100-EXIT
               VARYING WS-IDX-SALDO FROM 1 BY 1

       8100-FATURAR-SEM-MOVIMENTO.
           IF WS-SALDO-ANT (WS-IDX-SALDO) NOT = 0
               AND WS-CONTA-FECHA (WS-IDX-SALDO: 1) = 'S'
               MOVE WS-IDX-SALDO TO WS-CONTA-ATUAL
               MOVE 0 TO WS-TOTAL-CARTAO
               PERFORM 2110-GRAVAR-CABECALHO THRU 2110-EXIT
           CLOSE ARQUIVO-CICLOS
           PERFORM 9050-VERIFICAR-FECHAMENTO THRU 9050-EXIT
           PERFORM 9300-REGRAVAR-SALDOS THRU 9300-EXIT
           PERFORM 9100-REGRAVAR-ACUMULO THRU 9100-EXIT
           PERFORM 9200-LIMPAR-CICLO THRU 9200-EXIT
           PERFORM 9400-ROLAR-PLANOS THRU 9400-EXIT
       9000-EXIT.
           EXIT.

      *    Rola os planos de parcelamento das contas que fecharam
      *    para o ciclo novo, depois que o acumulado e o ciclo delas
      *    foram limpos: a parcela
      *    seguinte de cada plano entra no acumulado recem-criado
      *    (sera a linha da proxima fatura), no GL (a carga da
      *    contabilidade e a liquidacao do lojista recebem cada
               NOT < WS-PLA-QTD (WS-IDX-PLANO)
               GO TO 9410-EXIT
           END-IF
           MOVE WS-PLA-CONTA (WS-IDX-PLANO) TO WS-CONTA-TESTE
           PERFORM 0360-VERIFICAR-CONTA THRU 0360-EXIT
           IF NOT CONTA-FECHA
               GO TO 9410-EXIT
           END-IF
           COMPUTE WS-VLR-JA-FATURADO =
               WS-PLA-PARCELA (WS-IDX-PLANO)
               * WS-PLA-FATURADAS (WS-IDX-PLANO)
           MOVE 'C' TO ACUM-TIPO
           MOVE WS-PLA-LOJISTA (WS-IDX-PLANO) TO ACUM-LOJISTA
           MOVE WS-PLA-CONTA (WS-IDX-PLANO) TO ACUM-CONTA
           MOVE SPACES TO ACUM-MOEDA
           MOVE 0 TO ACUM-VLR-MOEDA
           MOVE 0 TO ACUM-TAXA
           WRITE ACUM-REGISTRO
           MOVE SPACES TO GL-REGISTRO
           STRING WS-PLA-NUMERO (WS-IDX-PLANO) ','
       9050-EXIT.
           EXIT.

      *    Extrato gravado com sucesso: regrava ACUMULO-MENSAL so com
      *    as linhas das contas que nao fecharam hoje, para que o
      *    proximo ciclo de cada conta faturada comece do zero em vez
      *    de acumular transacoes de ciclos ja faturados. Sem o
      *    calendario todas fecham e o acumulado fica vazio.
       9100-REGRAVAR-ACUMULO.
           OPEN INPUT ACUMULO-ORDENADO
           OPEN OUTPUT ACUMULO-MENSAL
           MOVE 'N' TO WS-FIM-ORDENADO
           PERFORM 9110-MANTER-LINHA THRU 9110-EXIT
               UNTIL FIM-ORDENADO-SIM
           CLOSE ACUMULO-ORDENADO
           CLOSE ACUMULO-MENSAL
       9100-EXIT.
           EXIT.

       9110-MANTER-LINHA.
           READ ACUMULO-ORDENADO
               AT END
                   MOVE 'S' TO WS-FIM-ORDENADO
                   GO TO 9110-EXIT
           END-READ
           IF ORD-CONTA NUMERIC AND ORD-CONTA > 0
               MOVE ORD-CONTA TO WS-CONTA-TESTE
           ELSE
               MOVE ORD-NUMERO TO WS-CONTA-TESTE
           END-IF
           PERFORM 0360-VERIFICAR-CONTA THRU 0360-EXIT
           IF NOT CONTA-FECHA
               MOVE ORD-REGISTRO TO ACUM-REGISTRO
               WRITE ACUM-REGISTRO
           END-IF
       9110-EXIT.
           EXIT.

      *    Extrato completo: agora (e so agora) cartoes.saldo pode ser
      *    regravado - saldo novo das contas que fecharam, saldo
      *    anterior, intocado, das que nao fecharam hoje.
       9300-REGRAVAR-SALDOS.
           OPEN OUTPUT SALDO-CICLO
           PERFORM 9310-GRAVAR-UM-SALDO THRU 9310-EXIT
           EXIT.

       9310-GRAVAR-UM-SALDO.
           IF WS-CONTA-FECHA (WS-IDX-SALDO: 1) = 'S'
               MOVE WS-SALDO-NOVO-TAB (WS-IDX-SALDO) TO WS-SALDO-GRAVAR
           ELSE
               MOVE WS-SALDO-ANT (WS-IDX-SALDO) TO WS-SALDO-GRAVAR
           END-IF
           IF WS-SALDO-GRAVAR NOT = 0
               MOVE WS-IDX-SALDO TO SALDO-NUMERO
               IF WS-SALDO-GRAVAR < 0
                   MOVE '-' TO SALDO-SINAL
                   SUBTRACT WS-SALDO-GRAVAR FROM 0
                       GIVING SALDO-VALOR-REG
               ELSE
                   MOVE '+' TO SALDO-SINAL
                   MOVE WS-SALDO-GRAVAR TO SALDO-VALOR-REG
               END-IF
               WRITE SALDO-REGISTRO
           END-IF
       9310-EXIT.
           EXIT.

      *    Ciclo fechado: tira do acumulado de exposicao do ciclo as
      *    contas que fecharam, para que as aprovacoes do proximo
      *    ciclo delas comecem a contar do zero contra o limite; as
      *    outras continuam com a exposicao do ciclo em aberto.
       9200-LIMPAR-CICLO.
           OPEN I-O CICLO-ACUMULADO
           IF WS-CICLO-STATUS = '35'
               OPEN OUTPUT CICLO-ACUMULADO
               CLOSE CICLO-ACUMULADO
               GO TO 9200-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-COPIA
           PERFORM 9210-LIMPAR-CONTA THRU 9210-EXIT
               UNTIL FIM-COPIA-SIM
           CLOSE CICLO-ACUMULADO
       9200-EXIT.
           EXIT.

       9210-LIMPAR-CONTA.
           READ CICLO-ACUMULADO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-COPIA
                   GO TO 9210-EXIT
           END-READ
           MOVE CICLO-NUMERO TO WS-CONTA-TESTE
           PERFORM 0360-VERIFICAR-CONTA THRU 0360-EXIT
           IF CONTA-FECHA
               DELETE CICLO-ACUMULADO
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
       9210-EXIT.
           EXIT.

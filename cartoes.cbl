               ACCESS MODE DYNAMIC
               RECORD KEY IS CICLO-NUMERO
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT CARTAO-PREJUIZOS ASSIGN TO 'cartoes.prejuizos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PREJ-CONTA
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT LANC-PREJUIZOS ASSIGN TO 'cartoes.lancprejuizos'
               FILE STATUS IS WS-LPRJ-STATUS.
           SELECT CARTAO-EXCESSOS ASSIGN TO 'cartoes.excessos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXC-CHAVE
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CARTAO-AUTORIZACOES ASSIGN TO 'cartoes.autorizacoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.
           SELECT PARM-AUTORIZACAO ASSIGN TO 'cartoes.parmautorizacao'
               FILE STATUS IS WS-PAUT-STATUS.
           SELECT AUTORIZACAO-OUTFILE ASSIGN TO 'autorizacoes.txt'.
           SELECT TAXA-CAMBIO ASSIGN TO 'cartoes.cambio'
               FILE STATUS IS WS-CAMB-STATUS.
           SELECT PARM-IOF ASSIGN TO 'cartoes.parmiof'
               FILE STATUS IS WS-PIOF-STATUS.
           SELECT LANC-IOF ASSIGN TO 'cartoes.iof'
               FILE STATUS IS WS-LIOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    (as demais ficam no plano em cartoes.planos, que
      *    CARTAO-EXTRATO rola a cada fechamento). So compra
      *    parcela; credito chega sempre a vista.
      *    CARTAO-MOVIMENTO separa autorizacao de liquidacao: 'A' e a
      *    autorizacao do adquirente - aprovada, reserva o valor no
      *    limite da conta (cartoes.autorizacoes) sem faturar nem ir
      *    para o GL; 'L' e a liquidacao que chega dias depois e casa
      *    com a reserva pelo cartao, pelo lojista e pelo codigo da
      *    autorizacao (CARTAO-AUTORIZACAO), trocando a reserva pelo
      *    valor de fato liquidado. Em branco e o detalhe definitivo
      *    de sempre, aprovado e postado num passo so. So compra
      *    passa por autorizacao; credito chega sempre definitivo.
      *    CARTAO-MOEDA e a moeda da compra feita no exterior (codigo
      *    ISO, 'USD', 'EUR'...): em branco ou 'BRL' e transacao em
      *    reais, como sempre. Com moeda estrangeira o valor de fato
      *    e CARTAO-VLR-MOEDA, na moeda original; CARTAO-VALOR chega
      *    zerado (ou com a estimativa do adquirente) e e trocado
      *    pelo valor convertido pela cotacao do dia em
      *    cartoes.cambio (2012-CONVERTER-MOEDA) antes de qualquer
      *    decisao. Pagamento e sempre em reais.
      *    Cada arquivo de feed abre com um registro de cabecalho
      *    'HDR' (identificacao do adquirente, data e quantidade
      *    declarada de detalhes) e fecha com um registro 'TRL';
      *    3260-VALIDAR-FIM-FEED confere a quantidade declarada com a
      *    lida e aponta feed truncado na transferencia. Os tres 01
      *    abaixo tem os mesmos 59 bytes - um 01 maior sob o mesmo FD
      *    faria o GnuCOBOL tratar o arquivo como registro de tamanho
      *    variavel (ver a nota em RELATORIO-OUTFILE).
       FD  CARTAO-INFILE.
           05 CARTAO-TIPO      PIC X(1).
           05 CARTAO-LOJISTA   PIC 9(4).
           05 CARTAO-PARCELAS  PIC 9(2).
           05 CARTAO-MOVIMENTO PIC X(1).
           05 CARTAO-AUTORIZACAO PIC X(6).
           05 CARTAO-MOEDA     PIC X(3).
           05 CARTAO-VLR-MOEDA PIC 9(6)V99.
           05 CARTAO-VLR-MOEDA-X REDEFINES CARTAO-VLR-MOEDA
                               PIC X(8).
       01  CABECALHO-FEED.
           05 CF-MARCA         PIC X(3).
           05 CF-FEED-ID       PIC X(3).
           05 CF-DATA          PIC 9(8).
           05 CF-QTD-DECLARADA PIC 9(7).
           05 FILLER           PIC X(38).
       01  TRAILER-FEED.
           05 TF-MARCA         PIC X(3).
           05 TF-FEED-ID       PIC X(3).
           05 FILLER           PIC X(53).

      *    Lista dos arquivos de feed da execucao, um nome por
      *    registro, na ordem de processamento. Sem este arquivo a
      *    Transacoes REJEITADO, com o CARTAO-REGISTRO completo e o
      *    motivo da reprovacao, para a equipe de tratamento de
      *    rejeitados reprocessar sem precisar filtrar relatorio.txt.
      *    Na compra em moeda estrangeira REJ-VALOR e o valor ja
      *    convertido; a moeda e o valor original vao no fim do
      *    registro, para o reenvio sair na moeda da compra.
       FD  CARTOES-REJEITADOS.
       01  REJEITADO-REGISTRO.
           05 REJ-NUMERO       PIC 9(5).
           05 REJ-FEED         PIC X(3).
           05 REJ-LOJISTA      PIC 9(4).
           05 REJ-PARCELAS     PIC X(2).
           05 REJ-MOEDA        PIC X(3).
           05 REJ-VLR-MOEDA    PIC 9(6)V99.

      *    Registros com CARTAO-VALOR nao numerico ou CARTAO-NOME em
      *    branco, desviados para correcao manual. SUSP-VALOR e
           05 SUSP-MOTIVO      PIC X(20).
           05 SUSP-LOJISTA     PIC X(4).
           05 SUSP-PARCELAS    PIC X(2).
           05 SUSP-MOEDA       PIC X(3).
           05 SUSP-VLR-MOEDA   PIC X(8).

      *    Acumulo das transacoes APROVADO de cada execucao diaria,
      *    usado por CARTAO-EXTRATO para montar o extrato mensal por
      *    cartao. RELATORIO-OUTFILE e sobrescrito a cada execucao;
      *    este arquivo e sempre estendido, nunca recriado. Na compra
      *    em moeda estrangeira ACUM-VALOR e o valor em reais e a
      *    moeda, o valor original e a cotacao usada seguem junto
      *    para a fatura; o IOF da compra entra numa linha propria,
      *    tipo 'I'. Transacao em reais leva a moeda em branco.
       FD  ACUMULO-MENSAL.
       01  ACUM-REGISTRO.
           05 ACUM-NUMERO      PIC 9(5).
           05 ACUM-TIPO        PIC X(1).
           05 ACUM-LOJISTA     PIC 9(4).
           05 ACUM-CONTA       PIC 9(5).
           05 ACUM-MOEDA       PIC X(3).
           05 ACUM-VLR-MOEDA   PIC 9(6)V99.
           05 ACUM-TAXA        PIC 9(4)V9(6).

      *    Transacoes aprovadas mas suspeitas pela triagem de fraude
      *    (2850-TRIAGEM-FRAUDE), com a regra que disparou - a fila de
      *    revisao do dia da equipe de prevencao. A tentativa de uso
      *    de um cartao substituido (plastico perdido ou roubado)
      *    entra na mesma fila, mesmo rejeitada.
       FD  ALERTA-OUTFILE.
       01  ALERTA-REGISTRO.
           05 ALERTA-NUMERO    PIC 9(5).
           05 CICLO-NUMERO     PIC 9(5).
           05 CICLO-VALOR      PIC 9(9)V99.

      *    Registro das contas baixadas para prejuizo, mantido por
      *    CARTAO-PREJUIZO. Pagamento numa conta do registro e
      *    recuperacao: este programa soma o valor recuperado e a
      *    data do pagamento no registro da conta.
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

      *    Trilha permanente de baixas e recuperacoes de
      *    CARTAO-PREJUIZO, sempre estendida: cada recuperacao
      *    aprovada aqui entra com o tipo 'R', o plastico que pagou e
      *    o feed.
       FD  LANC-PREJUIZOS.
       01  LPRJ-REGISTRO.
           05 LPRJ-CONTA        PIC 9(5).
           05 LPRJ-CARTAO       PIC 9(5).
           05 LPRJ-DATA         PIC 9(8).
           05 LPRJ-TIPO         PIC X(1).
           05 LPRJ-VALOR        PIC 9(9)V99.
           05 LPRJ-FEED         PIC X(3).

      *    Contagem permanente das rejeicoes LIMITE CICLO EXCEDIDO
      *    por conta e mes, para a revisao periodica de limites
      *    (CARTAO-REVISAO): cartoes.rejeitados e recriado todo dia e
      *    nao guarda o mes. Nunca e zerado.
       FD  CARTAO-EXCESSOS.
       01  EXC-REGISTRO.
           05 EXC-CHAVE.
              10 EXC-CONTA      PIC 9(5).
              10 EXC-MES        PIC 9(6).
           05 EXC-QTD           PIC 9(5).
           05 EXC-VALOR         PIC 9(9)V99.
           05 EXC-DATA-ULT      PIC 9(8).

      *    Autorizacoes aprovadas, uma por cartao, lojista e codigo da
      *    autorizacao: enquanto AUT-SITUACAO e 'A' (aberta) o valor
      *    esta reservado no limite da conta, somado a exposicao do
      *    ciclo em 2220-DECIDIR-LIMITE. A liquidacao casada baixa a
      *    reserva ('L', com o valor liquidado); a reserva sem
      *    liquidacao dentro do prazo de cartoes.parmautorizacao
      *    expira na abertura da execucao ('X') e devolve o limite.
      *    As baixadas ficam no arquivo para consulta do atendimento.
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

      *    Parametros das autorizacoes: prazo em dias para a reserva
      *    sem liquidacao expirar e tolerancia da diferenca entre o
      *    valor autorizado e o liquidado. Campo ausente ou invalido
      *    fica no padrao (WS-PRAZO-EXPIRA, WS-TOLERANCIA).
       FD  PARM-AUTORIZACAO.
       01  PAUT-REGISTRO.
           05 PAUT-PRAZO-DIAS   PIC 9(3).
           05 PAUT-TOLERANCIA   PIC 9(4)V99.

      *    Relatorio diario das autorizacoes para a conciliacao com
      *    os adquirentes: reservas expiradas, liquidacoes sem
      *    autorizacao aberta e diferencas entre autorizado e
      *    liquidado acima da tolerancia. Linhas de 80 bytes, pelo
      *    mesmo motivo de RELATORIO-OUTFILE.
       FD  AUTORIZACAO-OUTFILE.
       01  AUTORIZACAO-LINHA    PIC X(80).

      *    Cotacoes diarias das moedas estrangeiras, mantidas fora
      *    do sistema pela tesouraria, um registro por moeda e dia:
      *    quantos reais vale uma unidade da moeda. Vale a cotacao
      *    mais recente ate a data do processamento - fim de semana
      *    e feriado sem cotacao usam a do ultimo dia util.
       FD  TAXA-CAMBIO.
       01  CAMB-REGISTRO.
           05 CAMB-DATA         PIC 9(8).
           05 CAMB-MOEDA        PIC X(3).
           05 CAMB-TAXA         PIC 9(4)V9(6).

      *    Aliquota do IOF sobre compra no exterior, em percentual
      *    com duas casas (350 = 3,50). Sem o arquivo, ou com o
      *    campo invalido, vale o padrao de WS-ALIQUOTA-IOF.
       FD  PARM-IOF.
       01  PIOF-REGISTRO.
           05 PIOF-ALIQUOTA     PIC 9(2)V99.

      *    Trilha permanente do IOF cobrado, sempre estendida: uma
      *    linha por compra no exterior aprovada, com a base em
      *    reais, a cotacao e a aliquota aplicadas. E dela que
      *    CARTAO-IOF tira o relatorio mensal do recolhimento.
       FD  LANC-IOF.
       01  LIOF-REGISTRO.
           05 LIOF-DATA         PIC 9(8).
           05 LIOF-CONTA        PIC 9(5).
           05 LIOF-CARTAO       PIC 9(5).
           05 LIOF-LOJISTA      PIC 9(4).
           05 LIOF-MOEDA        PIC X(3).
           05 LIOF-VLR-MOEDA    PIC 9(6)V99.
           05 LIOF-TAXA         PIC 9(4)V9(6).
           05 LIOF-BASE         PIC 9(6)V99.
           05 LIOF-ALIQUOTA     PIC 9(2)V99.
           05 LIOF-VALOR        PIC 9(6)V99.
           05 LIOF-FEED         PIC X(3).

       WORKING-STORAGE SECTION.
       01  FIM-ARQUIVO         PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM      VALUE 'S'.
       01  WS-NOME-RELATORIO   PIC X(20).
       01  PROCESSADO-STATUS   PIC X(20).
       01  WS-MOTIVO-REJEICAO  PIC X(21).
           88 MOTIVO-SUBSTITUIDO   VALUE 'CARTAO SUBSTITUIDO'.
           88 MOTIVO-LIMITE-CICLO  VALUE 'LIMITE CICLO EXCEDIDO'.
       01  WS-VALIDACAO-SW     PIC X VALUE 'N'.
           88 REGISTRO-INVALIDO    VALUE 'S'.
       01  WS-MOTIVO-VALIDACAO PIC X(20).
           88 PLANOS-ABERTO         VALUE 'S'.

      *    Tipo efetivo da transacao corrente, ja com o branco dos
      *    feeds antigos normalizado para compra. 'R' nao vem do
      *    feed: e o pagamento aprovado numa conta baixada para
      *    prejuizo, trocado para recuperacao em 2830 - vai para o
      *    acumulado e o GL com o tipo proprio, fora da fatura e sem
      *    mexer no ciclo.
       01  WS-TIPO-TRANSACAO   PIC X(1) VALUE 'C'.
           88 TRANSACAO-DEBITO      VALUE 'C'.
           88 TRANSACAO-CREDITO     VALUE 'P' 'D' 'E'.
           88 TRANSACAO-RECUPERACAO VALUE 'R'.
           88 TIPO-CONHECIDO        VALUE 'C' 'P' 'D' 'E'.

      *    Registro de prejuizo e trilha de recuperacoes. Registro
      *    ausente e instalacao sem nenhuma conta baixada - todo
      *    pagamento segue como pagamento.
       01  WS-PREJ-STATUS      PIC X(2).
       01  WS-PREJ-ABERTO      PIC X VALUE 'N'.
           88 PREJUIZOS-ABERTO      VALUE 'S'.
       01  WS-LPRJ-STATUS      PIC X(2).
       01  WS-LPRJ-ABERTO      PIC X VALUE 'N'.
           88 LANC-PREJ-ABERTO      VALUE 'S'.

      *    Contagem de rejeicoes por limite do ciclo. Sem o arquivo a
      *    aprovacao segue igual; so a revisao de limites fica sem a
      *    contagem do dia.
       01  WS-EXC-STATUS       PIC X(2).
       01  WS-EXC-ABERTO       PIC X VALUE 'N'.
           88 EXCESSOS-ABERTO       VALUE 'S'.

      *    Movimento da transacao corrente (CARTAO-MOVIMENTO):
      *    definitivo, autorizacao ou liquidacao.
       01  WS-MOVIMENTO        PIC X(1) VALUE SPACE.
           88 MOVIMENTO-DEFINITIVO  VALUE SPACE.
           88 MOVIMENTO-AUTORIZACAO VALUE 'A'.
           88 MOVIMENTO-LIQUIDACAO  VALUE 'L'.
           88 MOVIMENTO-CONHECIDO   VALUE SPACE 'A' 'L'.

      *    Autorizacoes. Sem o arquivo de reservas nenhuma
      *    autorizacao e aprovada (nao haveria onde reservar) e toda
      *    liquidacao segue como detalhe definitivo, apontada no
      *    relatorio como sem autorizacao. WS-RETIDO e o total
      *    reservado em aberto por conta, indexado pelo proprio
      *    numero (mesma tecnica de WS-TABELA-VISTOS), carregado na
      *    abertura depois da expiracao e mantido a cada reserva e
      *    baixa do dia.
       01  WS-AUT-STATUS       PIC X(2).
       01  WS-AUT-ABERTO       PIC X VALUE 'N'.
           88 AUTORIZACOES-ABERTO   VALUE 'S'.
       01  WS-FIM-AUTORIZACOES PIC X VALUE 'N'.
           88 FIM-AUTORIZACOES-SIM  VALUE 'S'.
       01  WS-AUT-ACHADA       PIC X VALUE 'N'.
           88 AUT-ACHADA            VALUE 'S'.
       01  WS-AUT-SITUACAO     PIC X(1) VALUE SPACE.
           88 AUT-ABERTA            VALUE 'A'.
       01  WS-AUT-CASADA       PIC X VALUE 'N'.
           88 AUT-CASADA            VALUE 'S'.
       01  WS-TABELA-RETIDO.
           05 WS-RETIDO OCCURS 99999 PIC 9(9)V99 COMP VALUE 0.
       01  WS-PAUT-STATUS      PIC X(2).
       01  WS-PRAZO-EXPIRA     PIC 9(3) VALUE 7.
       01  WS-TOLERANCIA       PIC 9(4)V99 VALUE 0.
       01  WS-DIFERENCA-AUT    PIC 9(6)V99 VALUE 0.
       01  WS-VLR-LIQUIDADO-AUT PIC 9(6)V99 VALUE 0.
       01  WS-PREFIXO-AUT      PIC X(12).
       01  WS-QTD-AUT-ABERTAS  PIC 9(7) VALUE 0.
       01  WS-VLR-AUT-ABERTAS  PIC 9(9)V99 VALUE 0.
       01  WS-QTD-AUT-CASADAS  PIC 9(7) VALUE 0.
       01  WS-QTD-AUT-SEM      PIC 9(7) VALUE 0.
       01  WS-QTD-AUT-EXPIRADAS PIC 9(7) VALUE 0.
       01  WS-VLR-AUT-EXPIRADAS PIC 9(9)V99 VALUE 0.
       01  WS-QTD-AUT-DIFERENCAS PIC 9(7) VALUE 0.

      *    Compra no exterior. As cotacoes validas de cada moeda
      *    ficam numa tabela carregada na abertura (a mais recente
      *    ate hoje por moeda); cinquenta moedas dao folga. A
      *    transacao corrente guarda a moeda, o valor original, a
      *    cotacao e o IOF calculado sobre o valor convertido - o IOF
      *    entra na exposicao da decisao e no ciclo junto com a
      *    compra, porque e cobrado na mesma fatura.
       01  WS-CAMB-STATUS      PIC X(2).
       01  WS-FIM-CAMBIO       PIC X VALUE 'N'.
           88 FIM-CAMBIO-SIM        VALUE 'S'.
       01  WS-TABELA-CAMBIO.
           05 WS-CAMBIO-ENT OCCURS 50.
              10 WS-CAMB-MOEDA  PIC X(3).
              10 WS-CAMB-DATA   PIC 9(8).
              10 WS-CAMB-TAXA   PIC 9(4)V9(6).
       01  WS-QTD-CAMBIO       PIC 9(3) VALUE 0.
       01  WS-IDX-CAMBIO       PIC 9(3) VALUE 0.
       01  WS-POS-CAMBIO       PIC 9(3) VALUE 0.
       01  WS-COTACAO-SW       PIC X VALUE 'N'.
           88 COTACAO-ACHADA        VALUE 'S'.
       01  WS-PIOF-STATUS      PIC X(2).
       01  WS-ALIQUOTA-IOF     PIC 9(2)V99 VALUE 3,50.
       01  WS-LIOF-STATUS      PIC X(2).
       01  WS-LIOF-ABERTO      PIC X VALUE 'N'.
           88 LANC-IOF-ABERTO       VALUE 'S'.
       01  WS-ESTRANGEIRA-SW   PIC X VALUE 'N'.
           88 TRANSACAO-ESTRANGEIRA VALUE 'S'.
       01  WS-MOEDA-TRANSACAO  PIC X(3) VALUE SPACES.
       01  WS-VLR-MOEDA        PIC 9(6)V99 VALUE 0.
       01  WS-TAXA-CAMBIO      PIC 9(4)V9(6) VALUE 0.
       01  WS-VLR-IOF          PIC 9(6)V99 VALUE 0.
       01  WS-IOF-TRAB         PIC 9(8)V9(4) VALUE 0.
       01  WS-QTD-ESTRANGEIRAS PIC 9(7) VALUE 0.
       01  WS-QTD-IOF          PIC 9(7) VALUE 0.
       01  WS-VALOR-IOF        PIC 9(9)V99 VALUE 0.
       01  WS-ALIQUOTA-ED      PIC Z9,99.

      *    Contagem de dias no criterio comercial 30/360, a mesma de
      *    7000-CALCULAR-DIAS em CARTAO-COBRANCA.
       01  WS-DATA-TRAB        PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-DATA-TRAB.
           05 WS-TRAB-ANO      PIC 9(4).
           05 WS-TRAB-MES      PIC 9(2).
           05 WS-TRAB-DIA      PIC 9(2).
       01  WS-DIAS-CALCULADOS  PIC 9(7) VALUE 0.
       01  WS-DIAS-HOJE        PIC 9(7) VALUE 0.
       01  WS-DIAS-DECORRIDOS  PIC 9(7) VALUE 0.

      *    Totais de controle para a linha de trailer do relatorio.
      *    WS-QTD-LIDOS cobre apenas os registros lidos pelo loop
      *    normal de processamento (2000-PROCESSAR-REGISTRO) e deve
      *    sempre bater com APROVADOS + REJEITADOS + SUSPENSOS +
      *    EXCECOES + AUTORIZADOS (as autorizacoes aprovadas ficam
      *    fora de APROVADOS: nao vao para o GL nem para o acumulado
      *    ate a liquidacao); os registros pulados pelo avanco de
      *    restart ficam em WS-QTD-RESTART, separados, pois ja foram
      *    contabilizados no trailer da execucao anterior.
       01  WS-QTD-LIDOS        PIC 9(7) VALUE 0.
       01  WS-QTD-APROVADOS    PIC 9(7) VALUE 0.
       01  WS-VALOR-APROVADOS  PIC 9(9)V99 VALUE 0.
       01  WS-QTD-SUSPENSOS    PIC 9(7) VALUE 0.
       01  WS-QTD-EXCECOES     PIC 9(7) VALUE 0.
       01  WS-QTD-RESTART      PIC 9(7) VALUE 0.
       01  WS-QTD-AUTORIZADOS  PIC 9(7) VALUE 0.
       01  WS-VALOR-AUTORIZADOS PIC 9(9)V99 VALUE 0.

      *    Controle de checkpoint/restart do loop de leitura de
      *    CARTAO-INFILE. Um checkpoint e gravado a cada
      *    para as linhas de relatorio.txt.
       01  WS-VALOR-DETALHE-ED   PIC ZZZ.ZZ9,99.
       01  WS-VLR-TRAILER-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR-AUT-ED         PIC ZZZ.ZZ9,99.
       01  WS-VLR-AUT-ED-2       PIC ZZZ.ZZ9,99.
       01  WS-TOLERANCIA-ED      PIC Z.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1140-CARREGAR-HISTORICO THRU 1140-EXIT
           PERFORM 1160-CARREGAR-SUPRESSAO THRU 1160-EXIT
           PERFORM 1120-ABRIR-SAIDAS THRU 1120-EXIT
           PERFORM 1200-LER-PARM-AUTORIZACAO THRU 1200-EXIT
           PERFORM 1210-CARREGAR-AUTORIZACOES THRU 1210-EXIT
           PERFORM 1240-LER-PARM-IOF THRU 1240-EXIT
           PERFORM 1250-CARREGAR-CAMBIO THRU 1250-EXIT
       1000-EXIT.
           EXIT.

       1190-EXIT.
           EXIT.

      *    Parametros das autorizacoes; arquivo ausente deixa o prazo
      *    e a tolerancia no padrao.
       1200-LER-PARM-AUTORIZACAO.
           OPEN INPUT PARM-AUTORIZACAO
           IF WS-PAUT-STATUS = '00'
               READ PARM-AUTORIZACAO
               IF WS-PAUT-STATUS = '00'
                   IF PAUT-PRAZO-DIAS NUMERIC AND PAUT-PRAZO-DIAS > 0
                       MOVE PAUT-PRAZO-DIAS TO WS-PRAZO-EXPIRA
                   END-IF
                   IF PAUT-TOLERANCIA NUMERIC
                       MOVE PAUT-TOLERANCIA TO WS-TOLERANCIA
                   END-IF
               END-IF
               CLOSE PARM-AUTORIZACAO
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-TRAB
           PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
           MOVE WS-DIAS-CALCULADOS TO WS-DIAS-HOJE
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ED
           MOVE SPACES TO AUTORIZACAO-LINHA
           STRING 'AUTORIZACOES DATA=' WS-DATA-PROCESSAMENTO
               ' PRAZO DIAS=' WS-PRAZO-EXPIRA
               ' TOLERANCIA=' WS-TOLERANCIA-ED
               WS-MARCA-REPROCESSO
               DELIMITED BY SIZE INTO AUTORIZACAO-LINHA
           WRITE AUTORIZACAO-LINHA
       1200-EXIT.
           EXIT.

      *    Passa todas as reservas: a aberta ha WS-PRAZO-EXPIRA dias
      *    ou mais sem liquidacao expira e devolve o limite; as que
      *    continuam abertas formam o retido de cada conta. Rodar de
      *    novo no mesmo dia (restart, reprocesso) nao expira nada
      *    duas vezes - a expirada ja nao esta aberta.
       1210-CARREGAR-AUTORIZACOES.
           IF NOT AUTORIZACOES-ABERTO
               GO TO 1210-EXIT
           END-IF
           PERFORM 1220-LER-AUTORIZACAO THRU 1220-EXIT
               UNTIL FIM-AUTORIZACOES-SIM
       1210-EXIT.
           EXIT.

       1220-LER-AUTORIZACAO.
           READ CARTAO-AUTORIZACOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AUTORIZACOES
                   GO TO 1220-EXIT
           END-READ
           IF AUT-SITUACAO NOT = 'A' OR AUT-CONTA = 0
               GO TO 1220-EXIT
           END-IF
           MOVE AUT-DATA TO WS-DATA-TRAB
           PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
           MOVE 0 TO WS-DIAS-DECORRIDOS
           IF WS-DIAS-CALCULADOS < WS-DIAS-HOJE
               SUBTRACT WS-DIAS-CALCULADOS FROM WS-DIAS-HOJE
                   GIVING WS-DIAS-DECORRIDOS
           END-IF
           IF WS-DIAS-DECORRIDOS NOT < WS-PRAZO-EXPIRA
               PERFORM 1230-EXPIRAR-AUTORIZACAO THRU 1230-EXIT
           ELSE
               ADD AUT-VALOR TO WS-RETIDO (AUT-CONTA)
               ADD 1 TO WS-QTD-AUT-ABERTAS
               ADD AUT-VALOR TO WS-VLR-AUT-ABERTAS
           END-IF
       1220-EXIT.
           EXIT.

       1230-EXPIRAR-AUTORIZACAO.
           MOVE 'X' TO AUT-SITUACAO
           MOVE WS-DATA-PROCESSAMENTO TO AUT-DATA-BAIXA
           REWRITE AUT-REGISTRO
           ADD 1 TO WS-QTD-AUT-EXPIRADAS
           ADD AUT-VALOR TO WS-VLR-AUT-EXPIRADAS
           MOVE AUT-VALOR TO WS-VLR-AUT-ED
           MOVE SPACES TO AUTORIZACAO-LINHA
           STRING 'EXPIRADA    '
               ' CARTAO=' AUT-CARTAO
               ' LOJ=' AUT-LOJISTA
               ' AUT=' AUT-CODIGO
               ' DATA=' AUT-DATA
               ' VALOR=' WS-VLR-AUT-ED
               DELIMITED BY SIZE INTO AUTORIZACAO-LINHA
           WRITE AUTORIZACAO-LINHA
       1230-EXIT.
           EXIT.

      *    Aliquota do IOF; arquivo ausente deixa o padrao. Zero e
      *    valido (compra no exterior isenta).
       1240-LER-PARM-IOF.
           OPEN INPUT PARM-IOF
           IF WS-PIOF-STATUS = '00'
               READ PARM-IOF
               IF WS-PIOF-STATUS = '00' AND PIOF-ALIQUOTA NUMERIC
                   MOVE PIOF-ALIQUOTA TO WS-ALIQUOTA-IOF
               END-IF
               CLOSE PARM-IOF
           END-IF
       1240-EXIT.
           EXIT.

      *    Carrega a cotacao mais recente de cada moeda ate a data
      *    do processamento. Sem o arquivo nenhuma compra no exterior
      *    e convertida: vao todas para a suspensa com MOEDA SEM
      *    COTACAO, e as em reais seguem normalmente.
       1250-CARREGAR-CAMBIO.
           OPEN INPUT TAXA-CAMBIO
           IF WS-CAMB-STATUS NOT = '00'
               DISPLAY 'CARTAO-BATCH: CARTOES.CAMBIO AUSENTE (STATUS '
                   WS-CAMB-STATUS ') - COMPRAS NO EXTERIOR IRAO PARA'
                   ' A SUSPENSA'
               GO TO 1250-EXIT
           END-IF
           PERFORM 1260-LER-CAMBIO THRU 1260-EXIT
               UNTIL FIM-CAMBIO-SIM
           CLOSE TAXA-CAMBIO
       1250-EXIT.
           EXIT.

      *    Cotacao futura, zerada ou com data/taxa invalida e
      *    ignorada. Moeda alem da tabela e descartada com aviso.
       1260-LER-CAMBIO.
           READ TAXA-CAMBIO
               AT END
                   MOVE 'S' TO WS-FIM-CAMBIO
                   GO TO 1260-EXIT
           END-READ
           IF CAMB-DATA NOT NUMERIC OR CAMB-TAXA NOT NUMERIC
               OR CAMB-MOEDA = SPACES
               GO TO 1260-EXIT
           END-IF
           IF CAMB-DATA > WS-DATA-PROCESSAMENTO OR CAMB-TAXA = 0
               GO TO 1260-EXIT
           END-IF
           MOVE 0 TO WS-POS-CAMBIO
           PERFORM 1270-PROCURAR-MOEDA THRU 1270-EXIT
               VARYING WS-IDX-CAMBIO FROM 1 BY 1
               UNTIL WS-IDX-CAMBIO > WS-QTD-CAMBIO
           IF WS-POS-CAMBIO = 0
               IF WS-QTD-CAMBIO < 50
                   ADD 1 TO WS-QTD-CAMBIO
                   MOVE WS-QTD-CAMBIO TO WS-POS-CAMBIO
                   MOVE CAMB-MOEDA TO WS-CAMB-MOEDA (WS-POS-CAMBIO)
                   MOVE 0 TO WS-CAMB-DATA (WS-POS-CAMBIO)
               ELSE
                   DISPLAY 'CARTAO-BATCH: TABELA DE CAMBIO CHEIA -'
                       ' MOEDA ' CAMB-MOEDA ' IGNORADA'
                   GO TO 1260-EXIT
               END-IF
           END-IF
           IF CAMB-DATA NOT < WS-CAMB-DATA (WS-POS-CAMBIO)
               MOVE CAMB-DATA TO WS-CAMB-DATA (WS-POS-CAMBIO)
               MOVE CAMB-TAXA TO WS-CAMB-TAXA (WS-POS-CAMBIO)
           END-IF
       1260-EXIT.
           EXIT.

       1270-PROCURAR-MOEDA.
           IF WS-CAMB-MOEDA (WS-IDX-CAMBIO) = CAMB-MOEDA
               MOVE WS-IDX-CAMBIO TO WS-POS-CAMBIO
           END-IF
       1270-EXIT.
           EXIT.

      *    Sem cartoes.feeds a execucao processa so cartoes.txt, como
      *    antes dos feeds multiplos; o reprocesso nunca usa a lista.
       1130-ABRIR-LISTA-FEEDS.
               MOVE 'S' TO WS-CADASTRO-ABERTO
           END-IF
           PERFORM 1115-ABRIR-CICLO THRU 1115-EXIT
           OPEN I-O CARTAO-PREJUIZOS
           IF WS-PREJ-STATUS = '00'
               MOVE 'S' TO WS-PREJ-ABERTO
           END-IF
           OPEN I-O CARTAO-EXCESSOS
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT CARTAO-EXCESSOS
               CLOSE CARTAO-EXCESSOS
               OPEN I-O CARTAO-EXCESSOS
           END-IF
           IF WS-EXC-STATUS = '00'
               MOVE 'S' TO WS-EXC-ABERTO
           END-IF
           PERFORM 1117-ABRIR-AUTORIZACOES THRU 1117-EXIT
       1110-EXIT.
           EXIT.

       1115-EXIT.
           EXIT.

      *    Abre as reservas de autorizacao para atualizacao, criando
      *    o arquivo vazio na primeira execucao (file status 35).
      *    Se nem assim abrir, a execucao segue sem autorizacoes: as
      *    do feed sao rejeitadas e as liquidacoes seguem como
      *    detalhe definitivo.
       1117-ABRIR-AUTORIZACOES.
           OPEN I-O CARTAO-AUTORIZACOES
           IF WS-AUT-STATUS = '35'
               OPEN OUTPUT CARTAO-AUTORIZACOES
               CLOSE CARTAO-AUTORIZACOES
               OPEN I-O CARTAO-AUTORIZACOES
           END-IF
           IF WS-AUT-STATUS = '00'
               MOVE 'S' TO WS-AUT-ABERTO
           ELSE
               DISPLAY 'CARTAO-BATCH: ERRO ' WS-AUT-STATUS
                   ' AO ABRIR CARTOES.AUTORIZACOES - AUTORIZACOES'
                   ' SERAO REJEITADAS'
           END-IF
       1117-EXIT.
           EXIT.

      *    Em modo restart os arquivos de saida sao estendidos, para
      *    preservar o que ja foi gravado pela execucao interrompida;
      *    no reprocesso tambem, para nao apagar o que a execucao
               OPEN EXTEND SUSPENSA-OUTFILE
               OPEN EXTEND CARTOES-GL
               OPEN EXTEND ALERTA-OUTFILE
               OPEN EXTEND AUTORIZACAO-OUTFILE
           ELSE
               OPEN OUTPUT RELATORIO-OUTFILE
               OPEN OUTPUT EXCECAO-OUTFILE
               OPEN OUTPUT SUSPENSA-OUTFILE
               OPEN OUTPUT CARTOES-GL
               OPEN OUTPUT ALERTA-OUTFILE
               OPEN OUTPUT AUTORIZACAO-OUTFILE
           END-IF
           OPEN EXTEND ACUMULO-MENSAL
           IF WS-ACUM-STATUS = '35'
           ELSE
               MOVE 1 TO WS-QTD-PARCELAS
           END-IF
           MOVE CARTAO-MOVIMENTO TO WS-MOVIMENTO
           PERFORM 2010-VALIDAR-REGISTRO THRU 2010-EXIT
           IF NOT REGISTRO-INVALIDO
               PERFORM 2012-CONVERTER-MOEDA THRU 2012-EXIT
           END-IF
           MOVE CARTAO-VALOR TO WS-VLR-LANCAMENTO
           IF REGISTRO-INVALIDO
               PERFORM 2020-GRAVAR-SUSPENSA THRU 2020-EXIT
           ELSE
       2030-EXIT.
           EXIT.

      *    Autorizacao aprovada (AUTORIZADO) so reserva o limite e
      *    passa pela triagem de fraude - e la que o portador usou o
      *    cartao; nada vai para o acumulado, o ciclo ou o GL. A
      *    liquidacao casada com a reserva posta o valor liquidado
      *    como um detalhe definitivo aprovado e baixa a reserva, sem
      *    repetir a triagem. Liquidacao sem reserva aberta segue a
      *    decisao normal e sai no relatorio das autorizacoes.
      *    A liquidacao casada vale pela conta da reserva (AUT-CONTA),
      *    nao pelo cadastro do plastico: se o cartao foi substituido
      *    depois da autorizacao, CARTAO-MANUTENCAO ja levou a reserva
      *    para a conta nova, e o acumulado, o ciclo e o GL seguem
      *    com ela.
       2070-PROCESSAR-TRANSACAO.
           PERFORM 2080-CONSULTAR-CADASTRO THRU 2080-EXIT
           PERFORM 2160-CONSULTAR-AUTORIZACAO THRU 2160-EXIT
           IF AUT-CASADA AND AUT-CONTA > 0
               MOVE AUT-CONTA TO WS-CONTA-NUMERO
           END-IF
           PERFORM 2100-CONSULTAR-LIMITE THRU 2100-EXIT
           PERFORM 2150-CONSULTAR-CICLO THRU 2150-EXIT
           PERFORM 2200-DECIDIR-APROVACAO THRU 2200-EXIT
           PERFORM 2400-ACUMULAR-TOTAIS THRU 2400-EXIT
           PERFORM 2300-GRAVAR-RELATORIO THRU 2300-EXIT
           IF MOVIMENTO-LIQUIDACAO AND NOT AUT-CASADA
               PERFORM 2920-RELATAR-SEM-AUTORIZACAO THRU 2920-EXIT
           END-IF
           IF PROCESSADO-STATUS = 'AUTORIZADO'
               PERFORM 2900-RESERVAR-AUTORIZACAO THRU 2900-EXIT
               PERFORM 2850-TRIAGEM-FRAUDE THRU 2850-EXIT
               GO TO 2070-EXIT
           END-IF
           IF PROCESSADO-STATUS = 'REJEITADO'
               PERFORM 2700-GRAVAR-REJEITADO THRU 2700-EXIT
               IF MOTIVO-SUBSTITUIDO
                   MOVE 'USO CARTAO SUBSTITUIDO' TO WS-REGRA-ALERTA
                   PERFORM 2860-GRAVAR-ALERTA THRU 2860-EXIT
               END-IF
               IF MOTIVO-LIMITE-CICLO AND EXCESSOS-ABERTO
                   AND NOT MODO-REPROCESSO
                   PERFORM 2710-CONTAR-EXCESSO THRU 2710-EXIT
               END-IF
           ELSE
               IF WS-QTD-PARCELAS > 1
                   PERFORM 2750-ABRIR-PLANO THRU 2750-EXIT
               END-IF
               IF WS-TIPO-TRANSACAO = 'P' AND PREJUIZOS-ABERTO
                   PERFORM 2830-VERIFICAR-PREJUIZO THRU 2830-EXIT
               END-IF
               PERFORM 2800-GRAVAR-ACUMULADO THRU 2800-EXIT
               PERFORM 2810-GRAVAR-GL THRU 2810-EXIT
               IF WS-VLR-IOF > 0
                   PERFORM 2880-LANCAR-IOF THRU 2880-EXIT
               END-IF
               PERFORM 2820-ATUALIZAR-CICLO THRU 2820-EXIT
               IF TRANSACAO-RECUPERACAO
                   PERFORM 2840-REGISTRAR-RECUPERACAO THRU 2840-EXIT
               END-IF
               IF AUT-CASADA
                   PERFORM 2910-BAIXAR-AUTORIZACAO THRU 2910-EXIT
               ELSE
                   PERFORM 2850-TRIAGEM-FRAUDE THRU 2850-EXIT
               END-IF
           END-IF
       2070-EXIT.
           EXIT.
                   END-IF
               END-IF
           END-IF
           IF NOT REGISTRO-INVALIDO
               PERFORM 2015-VALIDAR-MOVIMENTO THRU 2015-EXIT
           END-IF
       2010-EXIT.
           EXIT.

      *    Autorizacao e liquidacao so existem para compra e precisam
      *    do codigo da autorizacao, sem o qual nao ha como casar uma
      *    com a outra.
       2015-VALIDAR-MOVIMENTO.
           IF NOT MOVIMENTO-CONHECIDO
               MOVE 'S' TO WS-VALIDACAO-SW
               MOVE 'MOVIMENTO INVALIDO' TO WS-MOTIVO-VALIDACAO
               GO TO 2015-EXIT
           END-IF
           IF MOVIMENTO-DEFINITIVO
               GO TO 2015-EXIT
           END-IF
           IF NOT TRANSACAO-DEBITO
               MOVE 'S' TO WS-VALIDACAO-SW
               MOVE 'MOVIMENTO INVALIDO' TO WS-MOTIVO-VALIDACAO
               GO TO 2015-EXIT
           END-IF
           IF CARTAO-AUTORIZACAO = SPACES
               MOVE 'S' TO WS-VALIDACAO-SW
               MOVE 'SEM COD AUTORIZACAO' TO WS-MOTIVO-VALIDACAO
           END-IF
       2015-EXIT.
           EXIT.

      *    Compra no exterior: converte o valor original pela
      *    cotacao da moeda e troca CARTAO-VALOR pelo valor em reais
      *    (arredondado ao centavo) - dai em diante limite, ciclo,
      *    reserva, triagem, acumulado e GL so enxergam reais. Na
      *    compra (debito) calcula tambem o IOF sobre o valor
      *    convertido; devolucao e estorno no exterior convertem sem
      *    IOF. Moeda sem cotacao, valor original invalido ou
      *    pagamento em moeda estrangeira vao para a suspensa.
       2012-CONVERTER-MOEDA.
           MOVE 'N' TO WS-ESTRANGEIRA-SW
           MOVE SPACES TO WS-MOEDA-TRANSACAO
           MOVE 0 TO WS-VLR-MOEDA
           MOVE 0 TO WS-TAXA-CAMBIO
           MOVE 0 TO WS-VLR-IOF
           IF CARTAO-MOEDA = SPACES OR CARTAO-MOEDA = 'BRL'
               GO TO 2012-EXIT
           END-IF
           IF WS-TIPO-TRANSACAO = 'P'
               MOVE 'S' TO WS-VALIDACAO-SW
               MOVE 'MOEDA INVALIDA' TO WS-MOTIVO-VALIDACAO
               GO TO 2012-EXIT
           END-IF
           IF CARTAO-VLR-MOEDA NOT NUMERIC OR CARTAO-VLR-MOEDA = 0
               MOVE 'S' TO WS-VALIDACAO-SW
               MOVE 'VALOR MOEDA INVALIDO' TO WS-MOTIVO-VALIDACAO
               GO TO 2012-EXIT
           END-IF
           MOVE 'N' TO WS-COTACAO-SW
           PERFORM 2013-PROCURAR-COTACAO THRU 2013-EXIT
               VARYING WS-IDX-CAMBIO FROM 1 BY 1
               UNTIL WS-IDX-CAMBIO > WS-QTD-CAMBIO OR COTACAO-ACHADA
           IF NOT COTACAO-ACHADA
               MOVE 'S' TO WS-VALIDACAO-SW
               MOVE 'MOEDA SEM COTACAO' TO WS-MOTIVO-VALIDACAO
               GO TO 2012-EXIT
           END-IF
           COMPUTE CARTAO-VALOR ROUNDED =
               CARTAO-VLR-MOEDA * WS-TAXA-CAMBIO
               ON SIZE ERROR
                   MOVE 'S' TO WS-VALIDACAO-SW
                   MOVE 'VALOR MOEDA INVALIDO' TO WS-MOTIVO-VALIDACAO
                   GO TO 2012-EXIT
           END-COMPUTE
           MOVE 'S' TO WS-ESTRANGEIRA-SW
           MOVE CARTAO-MOEDA TO WS-MOEDA-TRANSACAO
           MOVE CARTAO-VLR-MOEDA TO WS-VLR-MOEDA
           ADD 1 TO WS-QTD-ESTRANGEIRAS
           IF TRANSACAO-DEBITO
               MULTIPLY CARTAO-VALOR BY WS-ALIQUOTA-IOF
                   GIVING WS-IOF-TRAB
               DIVIDE WS-IOF-TRAB BY 100
                   GIVING WS-VLR-IOF ROUNDED
           END-IF
       2012-EXIT.
           EXIT.

       2013-PROCURAR-COTACAO.
           IF WS-CAMB-MOEDA (WS-IDX-CAMBIO) = CARTAO-MOEDA
               MOVE 'S' TO WS-COTACAO-SW
               MOVE WS-CAMB-TAXA (WS-IDX-CAMBIO) TO WS-TAXA-CAMBIO
           END-IF
       2013-EXIT.
           EXIT.

      *    CARTAO-VALOR e gravado em SUSP-VALOR (PIC X) porque o
      *    conteudo pode nao ser numerico.
       2020-GRAVAR-SUSPENSA.
           MOVE WS-MOTIVO-VALIDACAO TO SUSP-MOTIVO
           MOVE CARTAO-LOJISTA TO SUSP-LOJISTA
           MOVE CARTAO-PARCELAS TO SUSP-PARCELAS
           MOVE CARTAO-MOEDA TO SUSP-MOEDA
           MOVE CARTAO-VLR-MOEDA-X TO SUSP-VLR-MOEDA
           WRITE SUSPENSA-REGISTRO
           ADD 1 TO WS-QTD-SUSPENSOS
       2020-EXIT.
       2150-EXIT.
           EXIT.

      *    Autorizacao e liquidacao: busca a reserva pelo cartao,
      *    lojista e codigo. A liquidacao casa com a reserva aberta;
      *    a autorizacao com reserva aberta na mesma chave e repetida.
      *    O registro lido fica na area do arquivo para 2900/2910.
       2160-CONSULTAR-AUTORIZACAO.
           MOVE 'N' TO WS-AUT-ACHADA
           MOVE 'N' TO WS-AUT-CASADA
           MOVE SPACE TO WS-AUT-SITUACAO
           IF MOVIMENTO-DEFINITIVO OR NOT AUTORIZACOES-ABERTO
               GO TO 2160-EXIT
           END-IF
           MOVE CARTAO-NUMERO TO AUT-CARTAO
           MOVE WS-LOJISTA-TRANSACAO TO AUT-LOJISTA
           MOVE CARTAO-AUTORIZACAO TO AUT-CODIGO
           READ CARTAO-AUTORIZACOES
               INVALID KEY
                   GO TO 2160-EXIT
           END-READ
           MOVE 'S' TO WS-AUT-ACHADA
           MOVE AUT-SITUACAO TO WS-AUT-SITUACAO
           IF MOVIMENTO-LIQUIDACAO AND AUT-ABERTA
               MOVE 'S' TO WS-AUT-CASADA
           END-IF
       2160-EXIT.
           EXIT.

      *    CARTAO-STATUS: 'A' = ativo, qualquer outro valor (cancelado,
      *    bloqueado etc.) reprova independente do valor ou do limite.
      *    WS-MOTIVO-REJEICAO registra o motivo para quem for tratar
      *    o registro em CARTOES-REJEITADOS (2700-GRAVAR-REJEITADO).
      *    Cartao substituido (CAD-STATUS 'S', plastico perdido ou
      *    roubado trocado por CARTAO-MANUTENCAO) reprova qualquer
      *    transacao, credito inclusive, com motivo proprio - a conta
      *    ja vive sob o numero novo e o uso do antigo e caso para a
      *    prevencao.
      *    A liquidacao casada com uma reserva aberta nao e decidida
      *    de novo: a decisao foi tomada na autorizacao e o lojista
      *    ja entregou a mercadoria. A autorizacao que passa por
      *    todas as regras sai AUTORIZADO em vez de APROVADO.
       2200-DECIDIR-APROVACAO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF AUT-CASADA
               PERFORM 2240-DECIDIR-LIQUIDACAO THRU 2240-EXIT
               GO TO 2200-EXIT
           END-IF
           IF CADASTRO-ACHADO AND WS-STATUS-CARTAO = 'S'
               MOVE 'REJEITADO' TO PROCESSADO-STATUS
               MOVE 'CARTAO SUBSTITUIDO' TO WS-MOTIVO-REJEICAO
               GO TO 2200-EXIT
           END-IF
           IF CARTAO-STATUS NOT = 'A'
               MOVE 'REJEITADO' TO PROCESSADO-STATUS
               MOVE 'STATUS BLOQUEADO' TO WS-MOTIVO-REJEICAO
                   PERFORM 2210-DECIDIR-CADASTRO-OK THRU 2210-EXIT
               END-IF
           END-IF
           IF MOVIMENTO-AUTORIZACAO AND PROCESSADO-STATUS = 'APROVADO'
               PERFORM 2250-DECIDIR-AUTORIZACAO THRU 2250-EXIT
           END-IF
       2200-EXIT.
           EXIT.

           EXIT.

      *    Cadastro e limite em ordem; decide pelo valor da transacao
      *    e pela exposicao acumulada do ciclo, que inclui o valor
      *    reservado pelas autorizacoes ainda abertas da conta e o
      *    IOF da compra no exterior (zero na compra em reais).
       2220-DECIDIR-LIMITE.
           ADD WS-CICLO-VALOR WS-RETIDO (WS-CONTA-NUMERO) CARTAO-VALOR
               WS-VLR-IOF GIVING WS-EXPOSICAO-CICLO
           IF CARTAO-VALOR > WS-LIMITE-VALOR
               MOVE 'REJEITADO' TO PROCESSADO-STATUS
               MOVE 'LIMITE EXCEDIDO' TO WS-MOTIVO-REJEICAO
       2220-EXIT.
           EXIT.

      *    Liquidacao casada: so exige valor positivo. Liquidacao
      *    zerada e rejeitada e a reserva continua aberta ate a
      *    liquidacao correta ou a expiracao.
       2240-DECIDIR-LIQUIDACAO.
           IF CARTAO-VALOR > 0
               MOVE 'APROVADO' TO PROCESSADO-STATUS
           ELSE
               MOVE 'REJEITADO' TO PROCESSADO-STATUS
               MOVE 'VALOR INVALIDO' TO WS-MOTIVO-REJEICAO
           END-IF
       2240-EXIT.
           EXIT.

      *    Autorizacao aprovada pelas regras: recusada se ja ha
      *    reserva aberta com a mesma chave (adquirente reenviou) ou
      *    se o arquivo de reservas nao abriu.
       2250-DECIDIR-AUTORIZACAO.
           IF AUT-ABERTA
               MOVE 'REJEITADO' TO PROCESSADO-STATUS
               MOVE 'AUTORIZACAO DUPLICADA' TO WS-MOTIVO-REJEICAO
               GO TO 2250-EXIT
           END-IF
           IF NOT AUTORIZACOES-ABERTO
               MOVE 'REJEITADO' TO PROCESSADO-STATUS
               MOVE 'RESERVA INDISPONIVEL' TO WS-MOTIVO-REJEICAO
               GO TO 2250-EXIT
           END-IF
           MOVE 'AUTORIZADO' TO PROCESSADO-STATUS
       2250-EXIT.
           EXIT.

      *    O status sai delimitado por espaco (e nao por tamanho)
      *    para abrir lugar na linha de 80 bytes para o lojista, sem
      *    truncar a marca de reprocesso.
           MOVE WS-FEED-ID TO REJ-FEED
           MOVE WS-LOJISTA-TRANSACAO TO REJ-LOJISTA
           MOVE CARTAO-PARCELAS TO REJ-PARCELAS
           MOVE WS-MOEDA-TRANSACAO TO REJ-MOEDA
           MOVE WS-VLR-MOEDA TO REJ-VLR-MOEDA
           WRITE REJEITADO-REGISTRO
       2700-EXIT.
           EXIT.

      *    Rejeicao por limite do ciclo soma na contagem do mes da
      *    conta. O reprocesso nao conta: a tentativa e a mesma que ja
      *    foi contada no dia em que foi rejeitada.
       2710-CONTAR-EXCESSO.
           MOVE WS-CONTA-NUMERO TO EXC-CONTA
           MOVE WS-DATA-PROCESSAMENTO (1: 6) TO EXC-MES
           READ CARTAO-EXCESSOS
               INVALID KEY
                   MOVE WS-CONTA-NUMERO TO EXC-CONTA
                   MOVE WS-DATA-PROCESSAMENTO (1: 6) TO EXC-MES
                   MOVE 1 TO EXC-QTD
                   MOVE CARTAO-VALOR TO EXC-VALOR
                   MOVE WS-DATA-PROCESSAMENTO TO EXC-DATA-ULT
                   WRITE EXC-REGISTRO
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO EXC-QTD
           ADD CARTAO-VALOR TO EXC-VALOR
           MOVE WS-DATA-PROCESSAMENTO TO EXC-DATA-ULT
           REWRITE EXC-REGISTRO
       2710-EXIT.
           EXIT.

      *    Acumula a transacao APROVADO em ACUMULO-MENSAL para o
      *    extrato mensal gerado por CARTAO-EXTRATO. Numa compra
      *    parcelada entra so a primeira parcela - o extrato do ciclo
           MOVE WS-TIPO-TRANSACAO TO ACUM-TIPO
           MOVE WS-LOJISTA-TRANSACAO TO ACUM-LOJISTA
           MOVE WS-CONTA-NUMERO TO ACUM-CONTA
           MOVE WS-MOEDA-TRANSACAO TO ACUM-MOEDA
           MOVE WS-VLR-MOEDA TO ACUM-VLR-MOEDA
           MOVE WS-TAXA-CAMBIO TO ACUM-TAXA
           WRITE ACUM-REGISTRO
       2800-EXIT.
           EXIT.
      *    (pagamento, devolucao, estorno) devolve limite reduzindo o
      *    total, sem deixa-lo negativo. Primeira transacao da conta
      *    no ciclo grava o registro; as seguintes reescrevem o total.
      *    A recuperacao nao devolve limite - a conta baixada nao
      *    volta a comprar. O IOF da compra no exterior soma junto
      *    com a compra: e debito da mesma fatura.
       2820-ATUALIZAR-CICLO.
           IF TRANSACAO-RECUPERACAO
               GO TO 2820-EXIT
           END-IF
           IF CICLO-ABERTO
               IF TRANSACAO-DEBITO
                   ADD WS-CICLO-VALOR CARTAO-VALOR WS-VLR-IOF
                       GIVING WS-CICLO-NOVO
               ELSE
                   IF CARTAO-VALOR > WS-CICLO-VALOR
       2820-EXIT.
           EXIT.

      *    Pagamento aprovado: se a conta esta no registro de
      *    prejuizo, o valor e recuperacao da divida baixada e nao
      *    pagamento de fatura - a divida ja saiu do saldo na baixa.
      *    PREJ-REGISTRO fica lido para 2840.
       2830-VERIFICAR-PREJUIZO.
           MOVE WS-CONTA-NUMERO TO PREJ-CONTA
           READ CARTAO-PREJUIZOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO WS-TIPO-TRANSACAO
           END-READ
       2830-EXIT.
           EXIT.

      *    Recuperacao: soma no registro da conta e entra na trilha
      *    de CARTAO-PREJUIZO, de onde sai o relatorio mensal.
       2840-REGISTRAR-RECUPERACAO.
           ADD CARTAO-VALOR TO PREJ-VLR-RECUPERADO
           MOVE WS-DATA-PROCESSAMENTO TO PREJ-DATA-ULT-RECUP
           REWRITE PREJ-REGISTRO
           IF NOT LANC-PREJ-ABERTO
               OPEN EXTEND LANC-PREJUIZOS
               IF WS-LPRJ-STATUS = '35'
                   OPEN OUTPUT LANC-PREJUIZOS
               END-IF
               MOVE 'S' TO WS-LPRJ-ABERTO
           END-IF
           MOVE WS-CONTA-NUMERO TO LPRJ-CONTA
           MOVE CARTAO-NUMERO TO LPRJ-CARTAO
           MOVE WS-DATA-PROCESSAMENTO TO LPRJ-DATA
           MOVE 'R' TO LPRJ-TIPO
           MOVE CARTAO-VALOR TO LPRJ-VALOR
           MOVE WS-FEED-ID TO LPRJ-FEED
           WRITE LPRJ-REGISTRO
       2840-EXIT.
           EXIT.

      *    Triagem de fraude da compra recem aprovada. Tres regras,
      *    cada uma gera o seu alerta: numero de compras do cartao na
      *    execucao acima do teto, valor acumulado do cartao na
       2850-EXIT.
           EXIT.

      *    IOF da compra no exterior aprovada: linha propria no
      *    acumulado (tipo 'I', em reais, com o lojista da compra)
      *    e no GL, para a contabilidade separar o imposto a
      *    recolher da receita da compra, e registro na trilha
      *    permanente cartoes.iof. Entra inteiro no dia da compra,
      *    mesmo na compra parcelada. O ciclo recebe o IOF em 2820.
       2880-LANCAR-IOF.
           MOVE CARTAO-NUMERO TO ACUM-NUMERO
           MOVE WS-DATA-PROCESSAMENTO TO ACUM-DATA
           MOVE WS-VLR-IOF TO ACUM-VALOR
           MOVE 'I' TO ACUM-TIPO
           MOVE WS-LOJISTA-TRANSACAO TO ACUM-LOJISTA
           MOVE WS-CONTA-NUMERO TO ACUM-CONTA
           MOVE SPACES TO ACUM-MOEDA
           MOVE 0 TO ACUM-VLR-MOEDA
           MOVE 0 TO ACUM-TAXA
           WRITE ACUM-REGISTRO
           MOVE SPACES TO GL-REGISTRO
           STRING CARTAO-NUMERO ',' WS-VLR-IOF ','
               WS-DATA-PROCESSAMENTO ',' 'I' ','
               WS-LOJISTA-TRANSACAO
               DELIMITED BY SIZE INTO GL-REGISTRO
           WRITE GL-REGISTRO
           IF NOT LANC-IOF-ABERTO
               OPEN EXTEND LANC-IOF
               IF WS-LIOF-STATUS = '35'
                   OPEN OUTPUT LANC-IOF
               END-IF
               MOVE 'S' TO WS-LIOF-ABERTO
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO LIOF-DATA
           MOVE WS-CONTA-NUMERO TO LIOF-CONTA
           MOVE CARTAO-NUMERO TO LIOF-CARTAO
           MOVE WS-LOJISTA-TRANSACAO TO LIOF-LOJISTA
           MOVE WS-MOEDA-TRANSACAO TO LIOF-MOEDA
           MOVE WS-VLR-MOEDA TO LIOF-VLR-MOEDA
           MOVE WS-TAXA-CAMBIO TO LIOF-TAXA
           MOVE CARTAO-VALOR TO LIOF-BASE
           MOVE WS-ALIQUOTA-IOF TO LIOF-ALIQUOTA
           MOVE WS-VLR-IOF TO LIOF-VALOR
           MOVE WS-FEED-ID TO LIOF-FEED
           WRITE LIOF-REGISTRO
           ADD 1 TO WS-QTD-IOF
           ADD WS-VLR-IOF TO WS-VALOR-IOF
       2880-EXIT.
           EXIT.

      *    Antes de gravar, confere a lista de supressao: o par
      *    cartao/regra ja julgado falso positivo pela prevencao nao
      *    volta para a fila. O uso de cartao substituido nao tem
      *    supressao - sai sempre.
       2860-GRAVAR-ALERTA.
           PERFORM 2870-VERIFICAR-SUPRESSAO THRU 2870-EXIT
           IF ALERTA-SUPRIMIDO
       2870-EXIT.
           EXIT.

      *    Grava a reserva da autorizacao aprovada (regrava a chave
      *    que ja existia baixada - o adquirente reaproveita codigos)
      *    e soma o valor ao retido da conta. A reserva e do valor
      *    aprovado em 2220, com o IOF da compra no exterior; o IOF
      *    so e lancado na liquidacao (2880).
       2900-RESERVAR-AUTORIZACAO.
           MOVE CARTAO-NUMERO TO AUT-CARTAO
           MOVE WS-LOJISTA-TRANSACAO TO AUT-LOJISTA
           MOVE CARTAO-AUTORIZACAO TO AUT-CODIGO
           MOVE WS-CONTA-NUMERO TO AUT-CONTA
           MOVE WS-DATA-PROCESSAMENTO TO AUT-DATA
           ADD CARTAO-VALOR WS-VLR-IOF GIVING AUT-VALOR
           MOVE 'A' TO AUT-SITUACAO
           MOVE 0 TO AUT-DATA-BAIXA
           MOVE 0 TO AUT-VLR-LIQUIDADO
           MOVE WS-FEED-ID TO AUT-FEED
           IF AUT-ACHADA
               REWRITE AUT-REGISTRO
           ELSE
               WRITE AUT-REGISTRO
           END-IF
           ADD AUT-VALOR TO WS-RETIDO (WS-CONTA-NUMERO)
           ADD 1 TO WS-QTD-AUT-ABERTAS
           ADD AUT-VALOR TO WS-VLR-AUT-ABERTAS
       2900-EXIT.
           EXIT.

      *    Liquidacao casada ja postada: devolve o valor reservado ao
      *    retido da conta da reserva (o valor liquidado ja entrou no
      *    ciclo por 2820), baixa a reserva com o valor liquidado e
      *    aponta a diferenca acima da tolerancia. O valor liquidado
      *    leva o IOF, como a reserva.
       2910-BAIXAR-AUTORIZACAO.
           ADD CARTAO-VALOR WS-VLR-IOF GIVING WS-VLR-LIQUIDADO-AUT
           IF AUT-VALOR > WS-RETIDO (AUT-CONTA)
               MOVE 0 TO WS-RETIDO (AUT-CONTA)
           ELSE
               SUBTRACT AUT-VALOR FROM WS-RETIDO (AUT-CONTA)
           END-IF
           SUBTRACT 1 FROM WS-QTD-AUT-ABERTAS
           IF AUT-VALOR > WS-VLR-AUT-ABERTAS
               MOVE 0 TO WS-VLR-AUT-ABERTAS
           ELSE
               SUBTRACT AUT-VALOR FROM WS-VLR-AUT-ABERTAS
           END-IF
           ADD 1 TO WS-QTD-AUT-CASADAS
           IF WS-VLR-LIQUIDADO-AUT > AUT-VALOR
               SUBTRACT AUT-VALOR FROM WS-VLR-LIQUIDADO-AUT
                   GIVING WS-DIFERENCA-AUT
           ELSE
               SUBTRACT WS-VLR-LIQUIDADO-AUT FROM AUT-VALOR
                   GIVING WS-DIFERENCA-AUT
           END-IF
           IF WS-DIFERENCA-AUT > WS-TOLERANCIA
               PERFORM 2930-RELATAR-DIFERENCA THRU 2930-EXIT
           END-IF
           MOVE 'L' TO AUT-SITUACAO
           MOVE WS-DATA-PROCESSAMENTO TO AUT-DATA-BAIXA
           MOVE WS-VLR-LIQUIDADO-AUT TO AUT-VLR-LIQUIDADO
           REWRITE AUT-REGISTRO
       2910-EXIT.
           EXIT.

      *    Liquidacao sem reserva aberta: nunca autorizada, reserva ja
      *    expirada ou ja liquidada antes. Segue a decisao normal; a
      *    linha leva o resultado.
       2920-RELATAR-SEM-AUTORIZACAO.
           ADD 1 TO WS-QTD-AUT-SEM
           MOVE 'SEM AUTORIZ ' TO WS-PREFIXO-AUT
           IF WS-AUT-SITUACAO = 'X'
               MOVE 'AUT EXPIRADA' TO WS-PREFIXO-AUT
           END-IF
           IF WS-AUT-SITUACAO = 'L'
               MOVE 'JA LIQUIDADA' TO WS-PREFIXO-AUT
           END-IF
           MOVE CARTAO-VALOR TO WS-VLR-AUT-ED
           MOVE SPACES TO AUTORIZACAO-LINHA
           STRING WS-PREFIXO-AUT
               ' CARTAO=' CARTAO-NUMERO
               ' LOJ=' WS-LOJISTA-TRANSACAO
               ' AUT=' CARTAO-AUTORIZACAO
               ' VALOR=' WS-VLR-AUT-ED ' '
               DELIMITED BY SIZE
               PROCESSADO-STATUS
               DELIMITED BY SPACE INTO AUTORIZACAO-LINHA
           WRITE AUTORIZACAO-LINHA
       2920-EXIT.
           EXIT.

       2930-RELATAR-DIFERENCA.
           ADD 1 TO WS-QTD-AUT-DIFERENCAS
           MOVE AUT-VALOR TO WS-VLR-AUT-ED
           MOVE WS-VLR-LIQUIDADO-AUT TO WS-VLR-AUT-ED-2
           MOVE SPACES TO AUTORIZACAO-LINHA
           STRING 'DIFERENCA   '
               ' CARTAO=' CARTAO-NUMERO
               ' LOJ=' WS-LOJISTA-TRANSACAO
               ' AUT=' CARTAO-AUTORIZACAO
               ' RES=' WS-VLR-AUT-ED
               ' LIQ=' WS-VLR-AUT-ED-2
               DELIMITED BY SIZE INTO AUTORIZACAO-LINHA
           WRITE AUTORIZACAO-LINHA
       2930-EXIT.
           EXIT.

      *    Criterio comercial 30/360: meses de 30 dias, suficiente
      *    para contar o prazo da reserva sem calendario completo.
       7000-CALCULAR-DIAS.
           COMPUTE WS-DIAS-CALCULADOS =
               (WS-TRAB-ANO * 360) + (WS-TRAB-MES * 30) + WS-TRAB-DIA
       7000-EXIT.
           EXIT.

      *    Mantem os contadores e somas usados na linha de trailer
      *    gravada por 9100-GRAVAR-TRAILER ao final do processamento.
       2400-ACUMULAR-TOTAIS.
           IF PROCESSADO-STATUS = 'AUTORIZADO'
               ADD 1 TO WS-QTD-AUTORIZADOS
               ADD CARTAO-VALOR TO WS-VALOR-AUTORIZADOS
               GO TO 2400-EXIT
           END-IF
           IF PROCESSADO-STATUS = 'APROVADO'
               ADD 1 TO WS-QTD-APROVADOS
               ADD CARTAO-VALOR TO WS-VALOR-APROVADOS

       9000-FINALIZAR.
           PERFORM 9100-GRAVAR-TRAILER THRU 9100-EXIT
           PERFORM 9400-GRAVAR-TRAILER-AUTORIZ THRU 9400-EXIT
           IF NOT MODO-REPROCESSO
               PERFORM 9200-LIMPAR-CHECKPOINT THRU 9200-EXIT
               PERFORM 9300-REGISTRAR-CONTROLE THRU 9300-EXIT
           IF PLANOS-ABERTO
               CLOSE PLANO-FILE
           END-IF
           IF PREJUIZOS-ABERTO
               CLOSE CARTAO-PREJUIZOS
           END-IF
           IF LANC-PREJ-ABERTO
               CLOSE LANC-PREJUIZOS
           END-IF
           IF LANC-IOF-ABERTO
               CLOSE LANC-IOF
           END-IF
           IF EXCESSOS-ABERTO
               CLOSE CARTAO-EXCESSOS
           END-IF
           IF AUTORIZACOES-ABERTO
               CLOSE CARTAO-AUTORIZACOES
           END-IF
           CLOSE AUTORIZACAO-OUTFILE
       9000-EXIT.
           EXIT.

      *    APROVADOS + REJEITADOS + SUSPENSOS + EXCECOES), os totais
      *    de aprovados/rejeitados, os desvios para suspensa/excecao
      *    e, se a execucao passou por restart, quantos registros
      *    foram pulados por ja terem sido processados antes; o
      *    TRAILER4 traz as autorizacoes aprovadas, que reservam
      *    limite mas nao entram em APROVADOS, e o TRAILER5 as
      *    transacoes em moeda estrangeira convertidas e o IOF
      *    lancado (as linhas 'I' do GL ficam fora de APROVADOS).
      *    Gravado como as cinco
      *    ultimas linhas de RELATORIO-OUTFILE, cada uma no mesmo
      *    registro de 80 bytes (RELATORIO-REGISTRO) usado pelas
      *    linhas de detalhe - a lista de totais nao cabe numa
      *    unica linha de 80 bytes, e um segundo 01 mais largo sob o
      *    mesmo FD faria o GnuCOBOL tratar o arquivo inteiro como
      *    registro de tamanho variavel, com um cabecalho binario na
                   STOP RUN
           END-STRING
           WRITE RELATORIO-REGISTRO

           MOVE SPACES TO RELATORIO-REGISTRO
           MOVE WS-VALOR-AUTORIZADOS TO WS-VLR-TRAILER-ED
           STRING 'TRAILER4' ' '
               'AUTORIZADOS=' WS-QTD-AUTORIZADOS ' '
               'VLR-AUTORIZADOS=' WS-VLR-TRAILER-ED
               DELIMITED BY SIZE INTO RELATORIO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-BATCH: TRAILER EXCEDEU O TAMANHO '
                       'DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE RELATORIO-REGISTRO

           MOVE SPACES TO RELATORIO-REGISTRO
           MOVE WS-VALOR-IOF TO WS-VLR-TRAILER-ED
           MOVE WS-ALIQUOTA-IOF TO WS-ALIQUOTA-ED
           STRING 'TRAILER5' ' '
               'ESTRANGEIRAS=' WS-QTD-ESTRANGEIRAS ' '
               'IOF=' WS-QTD-IOF ' '
               'VLR-IOF=' WS-VLR-TRAILER-ED ' '
               'ALIQ=' WS-ALIQUOTA-ED
               DELIMITED BY SIZE INTO RELATORIO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-BATCH: TRAILER EXCEDEU O TAMANHO '
                       'DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE RELATORIO-REGISTRO
       9100-EXIT.
           EXIT.

      *    Totais do relatorio das autorizacoes: o movimento do dia
      *    (autorizadas, casadas, liquidacoes sem reserva), as
      *    expiradas e as diferencas, e o que continua reservado.
       9400-GRAVAR-TRAILER-AUTORIZ.
           MOVE SPACES TO AUTORIZACAO-LINHA
           STRING 'TRAILER1' ' '
               'AUTORIZADAS=' WS-QTD-AUTORIZADOS ' '
               'CASADAS=' WS-QTD-AUT-CASADAS ' '
               'SEM-AUTORIZ=' WS-QTD-AUT-SEM
               DELIMITED BY SIZE INTO AUTORIZACAO-LINHA
               ON OVERFLOW
                   DISPLAY 'CARTAO-BATCH: TRAILER EXCEDEU O TAMANHO '
                       'DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE AUTORIZACAO-LINHA
           MOVE SPACES TO AUTORIZACAO-LINHA
           MOVE WS-VLR-AUT-EXPIRADAS TO WS-VLR-TRAILER-ED
           STRING 'TRAILER2' ' '
               'EXPIRADAS=' WS-QTD-AUT-EXPIRADAS ' '
               'VLR-EXPIRADAS=' WS-VLR-TRAILER-ED ' '
               'DIFERENCAS=' WS-QTD-AUT-DIFERENCAS
               DELIMITED BY SIZE INTO AUTORIZACAO-LINHA
               ON OVERFLOW
                   DISPLAY 'CARTAO-BATCH: TRAILER EXCEDEU O TAMANHO '
                       'DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE AUTORIZACAO-LINHA
           MOVE SPACES TO AUTORIZACAO-LINHA
           MOVE WS-VLR-AUT-ABERTAS TO WS-VLR-TRAILER-ED
           STRING 'TRAILER3' ' '
               'EM-ABERTO=' WS-QTD-AUT-ABERTAS ' '
               'VLR-RETIDO=' WS-VLR-TRAILER-ED
               DELIMITED BY SIZE INTO AUTORIZACAO-LINHA
               ON OVERFLOW
                   DISPLAY 'CARTAO-BATCH: TRAILER EXCEDEU O TAMANHO '
                       'DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE AUTORIZACAO-LINHA
       9400-EXIT.
           EXIT.
